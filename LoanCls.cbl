000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Loan payoff closure: settle the payoff quotes the
000050*              quote run (LOANPAY) filed on PAYQUOTE. A quote is
000060*              settled once a payment (PMT) to the loan of at
000070*              least the quoted total has posted through TRANPOST
000080*              (its TPSTHIST posted history)
000090*              between the quote date and the date the quote is
000100*              good through, and not been reversed since. The
000110*              payment covers the principal, the interest quoted
000120*              through the payoff date and the payoff fee; the
000130*              closure books the quoted interest and fee, less any
000140*              interest PI has posted to the loan since the quote
000150*              was priced, and closes the account only if that
000160*              brings the balance to exactly zero. The closing
000170*              write is journaled on RCVYJRNL like every master
000180*              write. A quote past its date with no payoff posted
000190*              expires; a later quote for the same loan supersedes
000200*              an earlier one. The quotes are rewritten with their
000210*              new status to PAYQNEW, which operations swaps in
000220*              for PAYQUOTE, and the closure report lists every
000230*              quote still open or settled tonight.
000240* Tectonics:   cobc
000250*-------------------------------------------------------------------
000260* Modification History
000270* Date       Init  Description
000280* ---------- ----  ------------------------------------------------
000290* 2026-10-15  MSA  New program: paid-off loans were being closed
000300*                   by hand through ACCTMNT.
000310* 2026-10-15  MSA  Only a payment of at least the quoted total
000320*                   settles a quote, so a regular instalment no
000330*                   longer does; a paid quote that still leaves a
000340*                   balance expires once past its date.
000350*******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    LOANCLS.
000380 AUTHOR.        MSALPDOGAN.
000390 INSTALLATION.  OPERATIONS.
000400 DATE-WRITTEN.  10/15/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS ACCT-ID
000490         FILE STATUS IS WS-ACCTMSTR-STATUS.
000500
000510     SELECT OPTIONAL PAYOFF-QUOTE-FILE ASSIGN TO "PAYQUOTE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PAYQUOTE-STATUS.
000540
000550     SELECT PAYOFF-QUOTE-NEW-FILE ASSIGN TO "PAYQNEW"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570
000580     SELECT OPTIONAL POSTED-HISTORY ASSIGN TO "TPSTHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-POSTHIST-STATUS.
000610
000620     SELECT CLOSURE-REPORT ASSIGN TO "CLOSRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RUNCTL-STATUS.
000680
000690     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RCVYJRNL-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750*-------------------------------------------------------------------
000760* ACCOUNT-MASTER - read by key for each quoted loan; a loan paid
000770* off is rewritten closed. Record layout is the shared ACCTREC
000780* copybook.
000790*-------------------------------------------------------------------
000800 FD  ACCOUNT-MASTER.
000810 COPY ACCTREC.
000820
000830*-------------------------------------------------------------------
000840* PAYOFF-QUOTE-FILE - every quote LOANPAY has issued, read into
000850* the shared PAYQREC layout in working storage.
000860*-------------------------------------------------------------------
000870 FD  PAYOFF-QUOTE-FILE.
000880 01  PAYQ-FILE-RECORD                PIC X(127).
000890
000900*-------------------------------------------------------------------
000910* PAYOFF-QUOTE-NEW-FILE - the quotes rewritten with tonight's
000920* statuses; operations swaps it in.
000930*-------------------------------------------------------------------
000940 FD  PAYOFF-QUOTE-NEW-FILE.
000950 01  PAYQ-NEW-RECORD                 PIC X(127).
000960
000970*-------------------------------------------------------------------
000980* POSTED-HISTORY - TRANPOST's record of every transaction it
000990* applied, in the shared POSTREC layout. A missing file just means
001000* nothing has posted.
001010*-------------------------------------------------------------------
001020 FD  POSTED-HISTORY.
001030 COPY POSTREC.
001040
001050*-------------------------------------------------------------------
001060* CLOSURE-REPORT - one line per quote open or settled tonight,
001070* then the run's counts and totals.
001080*-------------------------------------------------------------------
001090 FD  CLOSURE-REPORT.
001100 01  CLSR-PRINT-RECORD               PIC X(160).
001110
001120*-------------------------------------------------------------------
001130* RUN-CONTROL-FILE - the night stream's shared run-sequence
001140* control, one record per batch program in the shared RUNCTLR
001150* layout, checked and stamped by every program in the stream.
001160*-------------------------------------------------------------------
001170 FD  RUN-CONTROL-FILE.
001180 COPY RUNCTLR.
001190
001200*-------------------------------------------------------------------
001210* RECOVERY-JOURNAL - before/after images of every master write,
001220* in the shared RCVYREC layout: read first for the interest PI
001230* has posted to each quoted loan, then extended with tonight's
001240* closing writes for the recovery utility.
001250*-------------------------------------------------------------------
001260 FD  RECOVERY-JOURNAL.
001270 COPY RCVYREC.
001280
001290 WORKING-STORAGE SECTION.
001300*-------------------------------------------------------------------
001310* Run-sequence control: the shared RUNCTL file loaded at
001320* start-up, checked, stamped with this run's start, and stamped
001330* again with its end and return code at termination. The rules
001340* the checks enforce are with the RUNCTLR copybook.
001350*-------------------------------------------------------------------
001360 01  WS-RUNCTL-STATUS                PIC X(02).
001370     88  WS-RUNCTL-OK                VALUE '00'.
001380     88  WS-RUNCTL-CREATED           VALUE '05'.
001390
001400 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
001410 01  WS-RCTL-TABLE-AREA.
001420     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
001430     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
001440         10  WS-RCTL-PROGRAM         PIC X(08).
001450         10  WS-RCTL-STATE           PIC X(01).
001460         10  WS-RCTL-MASTER          PIC X(01).
001470         10  WS-RCTL-START-DATE      PIC X(10).
001480         10  WS-RCTL-START-TIME      PIC X(08).
001490         10  WS-RCTL-END-DATE        PIC X(10).
001500         10  WS-RCTL-END-TIME        PIC X(08).
001510         10  WS-RCTL-RC              PIC 9(02).
001520
001530 01  WS-RCTL-IX                      PIC 9(03) COMP.
001540 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
001550 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
001560 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
001570
001580 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "LOANCLS".
001590 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "TRANPOST".
001600 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE 'M'.
001610
001620 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
001630     88  WS-RCTL-STAMPED             VALUE 'Y'.
001640
001650 01  WS-CURRENT-TIME                 PIC 9(08).
001660 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
001670     05  WS-TIME-HH                  PIC 9(02).
001680     05  WS-TIME-MN                  PIC 9(02).
001690     05  WS-TIME-SS                  PIC 9(02).
001700     05  WS-TIME-CC                  PIC 9(02).
001710 01  WS-RUN-TIME-EDIT                PIC X(08).
001720
001730*-------------------------------------------------------------------
001740* The quote in hand, in the shared PAYQREC layout.
001750*-------------------------------------------------------------------
001760 COPY PAYQREC.
001770
001780*-------------------------------------------------------------------
001790* Print lines, kept in working storage so their VALUE clauses
001800* are honored (VALUE on FILE SECTION entries is commentary
001810* only), and written with WRITE ... FROM.
001820*-------------------------------------------------------------------
001830 01  CLSR-HEADING-LINE.
001840     05  FILLER                      PIC X(01) VALUE '1'.
001850     05  FILLER                      PIC X(30)
001860                 VALUE "LOAN PAYOFF CLOSURE REPORT".
001870     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001880     05  CLSR-HDR-DATE               PIC X(10).
001890     05  FILLER                      PIC X(10) VALUE SPACES.
001900     05  FILLER                      PIC X(05) VALUE "PAGE ".
001910     05  CLSR-HDR-PAGE               PIC ZZ9.
001920
001930 01  CLSR-COLUMN-LINE.
001940     05  FILLER                      PIC X(01) VALUE SPACE.
001950     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
001960     05  FILLER                      PIC X(32) VALUE "NAME".
001970     05  FILLER                      PIC X(12) VALUE "QUOTED".
001980     05  FILLER                      PIC X(12)
001990                 VALUE "GOOD THRU".
002000     05  FILLER                      PIC X(20)
002010                 VALUE "        TOTAL QUOTED".
002020     05  FILLER                      PIC X(20)
002030                 VALUE "    SETTLED/BALANCE".
002040     05  FILLER                      PIC X(02) VALUE SPACES.
002050     05  FILLER                      PIC X(30) VALUE "NOTE".
002060
002070 01  CLSR-DETAIL-LINE.
002080     05  FILLER                      PIC X(01) VALUE SPACE.
002090     05  CLSR-DTL-ACCT               PIC X(07).
002100     05  FILLER                      PIC X(02) VALUE SPACES.
002110     05  CLSR-DTL-NAME               PIC X(30).
002120     05  FILLER                      PIC X(02) VALUE SPACES.
002130     05  CLSR-DTL-QUOTED             PIC X(10).
002140     05  FILLER                      PIC X(02) VALUE SPACES.
002150     05  CLSR-DTL-GOOD-THROUGH       PIC X(10).
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  CLSR-DTL-TOTAL              PIC $(13)9.99CR.
002180     05  FILLER                      PIC X(01) VALUE SPACE.
002190     05  CLSR-DTL-AMOUNT             PIC $(13)9.99CR.
002200     05  FILLER                      PIC X(02) VALUE SPACES.
002210     05  CLSR-DTL-NOTE               PIC X(30).
002220
002230 01  CLSR-SECTION-LINE.
002240     05  FILLER                      PIC X(01) VALUE SPACE.
002250     05  CLSR-SECTION-TITLE          PIC X(40).
002260
002270 01  CLSR-COUNT-LINE.
002280     05  FILLER                      PIC X(01) VALUE SPACE.
002290     05  CLSR-CNT-LABEL              PIC X(40).
002300     05  CLSR-CNT-VALUE              PIC ZZZZZZZZ9.
002310
002320 01  CLSR-AMOUNT-LINE.
002330     05  FILLER                      PIC X(01) VALUE SPACE.
002340     05  CLSR-AMT-LABEL              PIC X(40).
002350     05  CLSR-AMT-VALUE              PIC $(13)9.99CR.
002360
002370 01  WS-ACCTMSTR-STATUS              PIC X(02).
002380     88  WS-ACCTMSTR-OK              VALUE '00'.
002390
002400 01  WS-PAYQUOTE-STATUS              PIC X(02).
002410     88  WS-PAYQUOTE-OK              VALUE '00'.
002420     88  WS-PAYQUOTE-EOF             VALUE '10'.
002430
002440 01  WS-POSTHIST-STATUS              PIC X(02).
002450     88  WS-POSTHIST-OK              VALUE '00'.
002460     88  WS-POSTHIST-EOF             VALUE '10'.
002470
002480 01  WS-RCVYJRNL-STATUS              PIC X(02).
002490     88  WS-RCVYJRNL-OK              VALUE '00'.
002500     88  WS-RCVYJRNL-EOF             VALUE '10'.
002510
002520*-------------------------------------------------------------------
002530* Every quote on file, in file order, with what tonight's sweeps
002540* found for it: whether a payoff payment has posted (and its
002550* reference, so a reversal of it can undo the find) and the
002560* interest PI has posted since the quote was priced. A quote
002570* file longer than the table is a set-up error and ends the run.
002580*-------------------------------------------------------------------
002590 01  WS-QT-MAX                       PIC 9(04) VALUE 2000.
002600 01  WS-QT-TABLE-AREA.
002610     05  WS-QT-COUNT                 PIC 9(04) COMP VALUE ZERO.
002620     05  WS-QT-ENTRY OCCURS 2000 TIMES.
002630         10  WS-QT-IMAGE             PIC X(127).
002640         10  WS-QT-ACCT              PIC X(07).
002650         10  WS-QT-QUOTE-DATE        PIC X(10).
002660         10  WS-QT-INTEREST-FROM     PIC X(10).
002670         10  WS-QT-GOOD-THROUGH      PIC X(10).
002680         10  WS-QT-STATUS            PIC X(01).
002690         10  WS-QT-PAID-SWITCH       PIC X(01).
002700         10  WS-QT-PAYMENT-REF       PIC 9(10).
002710         10  WS-QT-PI-INTEREST       PIC S9(13)V9(2).
002720         10  WS-QT-TOTAL             PIC S9(13)V9(2).
002730
002740 01  WS-QT-IX                        PIC 9(04) COMP.
002750 01  WS-QT-SCAN-IX                   PIC 9(04) COMP.
002760
002770*-------------------------------------------------------------------
002780* A journal image seen through the account layout, for its
002790* account and balance.
002800*-------------------------------------------------------------------
002810 01  WS-IMAGE-AREA.
002820     05  WS-IMAGE-ACCT-ID            PIC X(07).
002830     05  WS-IMAGE-NAME               PIC X(30).
002840     05  WS-IMAGE-BALANCE            PIC S9(13)V9(2).
002850     05  FILLER                      PIC X(23).
002860 01  WS-IMAGE-BEFORE-BALANCE         PIC S9(13)V9(2).
002870 01  WS-IMAGE-CHANGE                 PIC S9(13)V9(2).
002880
002890*-------------------------------------------------------------------
002900* Settlement of the quote in hand.
002910*-------------------------------------------------------------------
002920 01  WS-SETTLEMENT                   PIC S9(13)V9(2).
002930 01  WS-REMAINING-BALANCE            PIC S9(13)V9(2).
002940 01  WS-REPORT-AMOUNT                PIC S9(13)V9(2).
002950 01  WS-CLOSURE-NOTE                 PIC X(30).
002960
002970*-------------------------------------------------------------------
002980* Recovery-journal images for the master write in progress.
002990*-------------------------------------------------------------------
003000 01  WS-RCVY-ACTION                  PIC X(01).
003010 01  WS-RCVY-BEFORE-IMAGE            PIC X(75).
003020 01  WS-RCVY-AFTER-IMAGE             PIC X(75).
003030
003040*-------------------------------------------------------------------
003050* Run counters and totals.
003060*-------------------------------------------------------------------
003070 01  WS-PAYMENT-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
003080 01  WS-SUPERSEDED-COUNT             PIC 9(07) COMP VALUE ZERO.
003090 01  WS-OUTSTANDING-COUNT            PIC 9(07) COMP VALUE ZERO.
003100 01  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
003110 01  WS-AWAITING-COUNT               PIC 9(07) COMP VALUE ZERO.
003120 01  WS-EXPIRED-COUNT                PIC 9(07) COMP VALUE ZERO.
003130 01  WS-NOT-CLEARED-COUNT            PIC 9(07) COMP VALUE ZERO.
003140 01  WS-RETIRED-COUNT                PIC 9(07) COMP VALUE ZERO.
003150 01  WS-SETTLED-TOTAL                PIC S9(15)V9(2) VALUE ZERO.
003160
003170*-------------------------------------------------------------------
003180* Report date and pagination fields.
003190*-------------------------------------------------------------------
003200 01  WS-CURRENT-DATE                 PIC 9(08).
003210 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
003220     05  WS-DATE-YYYY                PIC 9(04).
003230     05  WS-DATE-MM                  PIC 9(02).
003240     05  WS-DATE-DD                  PIC 9(02).
003250 01  WS-REPORT-DATE                  PIC X(10).
003260
003270 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
003280 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
003290 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
003300
003310 PROCEDURE DIVISION.
003320*-------------------------------------------------------------------
003330* 0000-MAINLINE - load the quotes, find each outstanding quote's
003340* payoff payment and the interest PI posted since it, settle
003350* each quote against the master, rewrite the quote file and
003360* print the run's counts.
003370*-------------------------------------------------------------------
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003400     PERFORM 1500-FIND-PAYOFFS THRU 1500-EXIT
003410     PERFORM 1600-FIND-INTEREST-POSTED THRU 1600-EXIT
003420     PERFORM 1800-OPEN-UPDATE-FILES THRU 1800-EXIT
003430     PERFORM 2000-SETTLE-ONE-QUOTE THRU 2000-EXIT
003440         VARYING WS-QT-IX FROM 1 BY 1
003450         UNTIL WS-QT-IX > WS-QT-COUNT
003460     PERFORM 3000-WRITE-NEW-QUOTE THRU 3000-EXIT
003470         VARYING WS-QT-IX FROM 1 BY 1
003480         UNTIL WS-QT-IX > WS-QT-COUNT
003490     PERFORM 8500-PRINT-COUNTS THRU 8500-EXIT
003500     GO TO 9999-TERMINATE.
003510
003520*-------------------------------------------------------------------
003530* 1000-INITIALIZE - open the report, stamp the run date, check in
003540* with run control and load the quotes.
003550*-------------------------------------------------------------------
003560 1000-INITIALIZE.
003570     OPEN OUTPUT CLOSURE-REPORT
003580     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003590     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003600         DELIMITED BY SIZE INTO WS-REPORT-DATE
003610     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
003620     PERFORM 1300-LOAD-QUOTES THRU 1300-EXIT
003630     .
003640 1000-EXIT.
003650     EXIT.
003660
003670*-------------------------------------------------------------------
003680* 1150-RUN-CONTROL-START - load the shared run-control file,
003690* refuse the run while the predecessor step has not ended clean
003700* or another master-updating step is marked in flight, then
003710* stamp this program's entry in flight and write the file back.
003720* An empty or missing file is first-time set-up: the run
003730* proceeds and the file is built from this entry.
003740*-------------------------------------------------------------------
003750 1150-RUN-CONTROL-START.
003760     ACCEPT WS-CURRENT-TIME FROM TIME
003770     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
003780         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
003790     OPEN INPUT RUN-CONTROL-FILE
003800     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
003810         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
003820             UNTIL NOT WS-RUNCTL-OK
003830         CLOSE RUN-CONTROL-FILE
003840     END-IF
003850     MOVE ZERO TO WS-RCTL-OWN-IX
003860     MOVE ZERO TO WS-RCTL-PRED-IX
003870     MOVE ZERO TO WS-RCTL-BLOCKER-IX
003880     IF WS-RCTL-COUNT = ZERO
003890         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
003900         GO TO 1150-STAMP-START
003910     END-IF
003920     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
003930         VARYING WS-RCTL-IX FROM 1 BY 1
003940         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
003950     IF WS-RCTL-PREDECESSOR NOT = SPACES
003960         IF WS-RCTL-PRED-IX = ZERO
003970             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
003980                 "ED: " WS-RCTL-PREDECESSOR
003990             MOVE 16 TO RETURN-CODE
004000             GO TO 9999-TERMINATE
004010         END-IF
004020         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
004030             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
004040                 "UN REFUSED: " WS-RCTL-PREDECESSOR
004050             MOVE 16 TO RETURN-CODE
004060             GO TO 9999-TERMINATE
004070         END-IF
004080     END-IF
004090     IF WS-RCTL-BLOCKER-IX > ZERO
004100         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
004110             "RUN REFUSED: "
004120             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
004130         MOVE 16 TO RETURN-CODE
004140         GO TO 9999-TERMINATE
004150     END-IF
004160     .
004170 1150-STAMP-START.
004180     IF WS-RCTL-OWN-IX > ZERO
004190         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
004200         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
004210             "RT ASSUMED"
004220     END-IF
004230     IF WS-RCTL-OWN-IX = ZERO
004240         IF WS-RCTL-COUNT >= WS-RCTL-MAX
004250             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
004260             MOVE 16 TO RETURN-CODE
004270             GO TO 9999-TERMINATE
004280         END-IF
004290         ADD 1 TO WS-RCTL-COUNT
004300         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
004310         MOVE WS-RCTL-OWN-PROGRAM
004320             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
004330     END-IF
004340     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
004350     MOVE WS-RCTL-OWN-MASTER-FLAG
004360         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
004370     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
004380     MOVE WS-RUN-TIME-EDIT
004390         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
004400     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
004410     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
004420     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
004430     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
004440     SET WS-RCTL-STAMPED TO TRUE
004450     .
004460 1150-EXIT.
004470     EXIT.
004480
004490*-------------------------------------------------------------------
004500* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
004510*-------------------------------------------------------------------
004520 1160-LOAD-RUN-ENTRY.
004530     READ RUN-CONTROL-FILE
004540         AT END
004550             GO TO 1160-EXIT
004560     END-READ
004570     IF WS-RCTL-COUNT >= WS-RCTL-MAX
004580         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
004590             RCTL-PROGRAM-ID
004600         GO TO 1160-EXIT
004610     END-IF
004620     ADD 1 TO WS-RCTL-COUNT
004630     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
004640     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
004650     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
004660     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
004670     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
004680     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
004690     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
004700     IF RCTL-RETURN-CODE NUMERIC
004710         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
004720     ELSE
004730         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
004740     END-IF
004750     .
004760 1160-EXIT.
004770     EXIT.
004780
004790*-------------------------------------------------------------------
004800* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
004810* program's own entry and its predecessor's sit, and any other
004820* master-updating step still marked in flight.
004830*-------------------------------------------------------------------
004840 1170-SCAN-RUN-ENTRY.
004850     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
004860         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
004870         GO TO 1170-EXIT
004880     END-IF
004890     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
004900         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
004910     END-IF
004920     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
004930         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
004940         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
004950     END-IF
004960     .
004970 1170-EXIT.
004980     EXIT.
004990
005000*-------------------------------------------------------------------
005010* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
005020* file, this program's entry updated in place.
005030*-------------------------------------------------------------------
005040 1190-WRITE-RUN-CONTROL.
005050     OPEN OUTPUT RUN-CONTROL-FILE
005060     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
005070         VARYING WS-RCTL-IX FROM 1 BY 1
005080         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
005090     CLOSE RUN-CONTROL-FILE
005100     .
005110 1190-EXIT.
005120     EXIT.
005130
005140*-------------------------------------------------------------------
005150* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
005160*-------------------------------------------------------------------
005170 1195-WRITE-ONE-RUN-ENTRY.
005180     MOVE SPACES TO RUNCTL-RECORD
005190     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
005200     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
005210     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
005220     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
005230     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
005240     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
005250     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
005260     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
005270     WRITE RUNCTL-RECORD
005280     .
005290 1195-EXIT.
005300     EXIT.
005310
005320*-------------------------------------------------------------------
005330* 1300-LOAD-QUOTES - the quote file into the table. A missing
005340* file just means no quotes have been issued.
005350*-------------------------------------------------------------------
005360 1300-LOAD-QUOTES.
005370     OPEN INPUT PAYOFF-QUOTE-FILE
005380     IF NOT WS-PAYQUOTE-OK
005390         DISPLAY "NO PAYOFF QUOTES ON FILE"
005400         GO TO 1300-EXIT
005410     END-IF
005420     PERFORM 1310-READ-QUOTE THRU 1310-EXIT
005430         UNTIL NOT WS-PAYQUOTE-OK
005440     CLOSE PAYOFF-QUOTE-FILE
005450     .
005460 1300-EXIT.
005470     EXIT.
005480
005490*-------------------------------------------------------------------
005500* 1310-READ-QUOTE - one quote into the table. An outstanding
005510* quote supersedes any earlier quote for the same loan still
005520* outstanding: the customer is working from the later figure.
005530*-------------------------------------------------------------------
005540 1310-READ-QUOTE.
005550     READ PAYOFF-QUOTE-FILE INTO PAYOFF-QUOTE-RECORD
005560         AT END
005570             GO TO 1310-EXIT
005580     END-READ
005590     IF WS-QT-COUNT >= WS-QT-MAX
005600         DISPLAY "PAYOFF QUOTE TABLE FULL - RUN TERMINATED"
005610         MOVE 16 TO RETURN-CODE
005620         GO TO 9999-TERMINATE
005630     END-IF
005640     IF PAYQ-OUTSTANDING
005650         PERFORM 1320-SUPERSEDE-EARLIER THRU 1320-EXIT
005660             VARYING WS-QT-SCAN-IX FROM 1 BY 1
005670             UNTIL WS-QT-SCAN-IX > WS-QT-COUNT
005680     END-IF
005690     ADD 1 TO WS-QT-COUNT
005700     MOVE PAYOFF-QUOTE-RECORD TO WS-QT-IMAGE (WS-QT-COUNT)
005710     MOVE PAYQ-ACCT-ID TO WS-QT-ACCT (WS-QT-COUNT)
005720     MOVE PAYQ-QUOTE-DATE TO WS-QT-QUOTE-DATE (WS-QT-COUNT)
005730     MOVE PAYQ-INTEREST-FROM TO WS-QT-INTEREST-FROM (WS-QT-COUNT)
005740     MOVE PAYQ-GOOD-THROUGH TO WS-QT-GOOD-THROUGH (WS-QT-COUNT)
005750     MOVE PAYQ-STATUS TO WS-QT-STATUS (WS-QT-COUNT)
005760     MOVE PAYQ-TOTAL TO WS-QT-TOTAL (WS-QT-COUNT)
005770     MOVE 'N' TO WS-QT-PAID-SWITCH (WS-QT-COUNT)
005780     MOVE ZERO TO WS-QT-PAYMENT-REF (WS-QT-COUNT)
005790     MOVE ZERO TO WS-QT-PI-INTEREST (WS-QT-COUNT)
005800     .
005810 1310-EXIT.
005820     EXIT.
005830
005840*-------------------------------------------------------------------
005850* 1320-SUPERSEDE-EARLIER - one earlier quote against the quote
005860* just read; an outstanding one for the same loan is marked
005870* superseded.
005880*-------------------------------------------------------------------
005890 1320-SUPERSEDE-EARLIER.
005900     IF WS-QT-ACCT (WS-QT-SCAN-IX) NOT = PAYQ-ACCT-ID
005910         OR WS-QT-STATUS (WS-QT-SCAN-IX) NOT = SPACE
005920         GO TO 1320-EXIT
005930     END-IF
005940     MOVE 'S' TO WS-QT-STATUS (WS-QT-SCAN-IX)
005950     ADD 1 TO WS-SUPERSEDED-COUNT
005960     .
005970 1320-EXIT.
005980     EXIT.
005990
006000*-------------------------------------------------------------------
006010* 1500-FIND-PAYOFFS - one pass of the posted history: a payment to
006020* a quoted loan posted from the quote date through the date the
006030* quote is good through is its payoff; a later reversal of that
006040* very payment undoes the find.
006050*-------------------------------------------------------------------
006060 1500-FIND-PAYOFFS.
006070     IF WS-QT-COUNT = ZERO
006080         GO TO 1500-EXIT
006090     END-IF
006100     OPEN INPUT POSTED-HISTORY
006110     IF NOT WS-POSTHIST-OK
006120         DISPLAY "NO POSTED-TRANSACTION HISTORY - NO PAYOFFS POST"
006130             "ED"
006140         GO TO 1500-EXIT
006150     END-IF
006160     PERFORM 1510-READ-POSTING THRU 1510-EXIT
006170         UNTIL NOT WS-POSTHIST-OK
006180     CLOSE POSTED-HISTORY
006190     .
006200 1500-EXIT.
006210     EXIT.
006220
006230*-------------------------------------------------------------------
006240* 1510-READ-POSTING - one posted transaction; only payments and
006250* reversals can settle or unsettle a quote.
006260*-------------------------------------------------------------------
006270 1510-READ-POSTING.
006280     READ POSTED-HISTORY
006290         AT END
006300             GO TO 1510-EXIT
006310     END-READ
006320     IF NOT PTRN-PAYMENT AND NOT PTRN-REVERSAL
006330         GO TO 1510-EXIT
006340     END-IF
006350     ADD 1 TO WS-PAYMENT-READ-COUNT
006360     PERFORM 1520-MATCH-POSTING THRU 1520-EXIT
006370         VARYING WS-QT-SCAN-IX FROM 1 BY 1
006380         UNTIL WS-QT-SCAN-IX > WS-QT-COUNT
006390     .
006400 1510-EXIT.
006410     EXIT.
006420
006430*-------------------------------------------------------------------
006440* 1520-MATCH-POSTING - the posting in hand against one outstanding
006450* quote for its account. Only a payment of at least the quoted
006460* total is a payoff; an ordinary instalment inside the quote's
006470* dates is not.
006480*-------------------------------------------------------------------
006490 1520-MATCH-POSTING.
006500     IF WS-QT-ACCT (WS-QT-SCAN-IX) NOT = PTRN-ACCT-ID
006510         OR WS-QT-STATUS (WS-QT-SCAN-IX) NOT = SPACE
006520         GO TO 1520-EXIT
006530     END-IF
006540     IF PTRN-PAYMENT
006550         AND PTRN-RUN-DATE NOT < WS-QT-QUOTE-DATE (WS-QT-SCAN-IX)
006560         AND PTRN-RUN-DATE
006570             NOT > WS-QT-GOOD-THROUGH (WS-QT-SCAN-IX)
006580         AND PTRN-AMOUNT NOT < WS-QT-TOTAL (WS-QT-SCAN-IX)
006590         MOVE 'Y' TO WS-QT-PAID-SWITCH (WS-QT-SCAN-IX)
006600         MOVE PTRN-REF-NUMBER TO WS-QT-PAYMENT-REF (WS-QT-SCAN-IX)
006610         GO TO 1520-EXIT
006620     END-IF
006630     IF PTRN-REVERSAL
006640         AND WS-QT-PAID-SWITCH (WS-QT-SCAN-IX) = 'Y'
006650         AND PTRN-REVERSES-REF NUMERIC
006660         AND PTRN-REVERSES-REF = WS-QT-PAYMENT-REF (WS-QT-SCAN-IX)
006670         MOVE 'N' TO WS-QT-PAID-SWITCH (WS-QT-SCAN-IX)
006680         MOVE ZERO TO WS-QT-PAYMENT-REF (WS-QT-SCAN-IX)
006690     END-IF
006700     .
006710 1520-EXIT.
006720     EXIT.
006730
006740*-------------------------------------------------------------------
006750* 1600-FIND-INTEREST-POSTED - one pass of the recovery journal:
006760* every change PI (or one of its partitions) made to a quoted
006770* loan after the date its quote priced interest from adds the
006780* interest it posted, after less before, to that quote. The
006790* quote already charges that interest, so the closure books
006800* only the rest.
006810*-------------------------------------------------------------------
006820 1600-FIND-INTEREST-POSTED.
006830     IF WS-QT-COUNT = ZERO
006840         GO TO 1600-EXIT
006850     END-IF
006860     OPEN INPUT RECOVERY-JOURNAL
006870     IF NOT WS-RCVYJRNL-OK
006880         GO TO 1600-EXIT
006890     END-IF
006900     PERFORM 1610-READ-JOURNAL THRU 1610-EXIT
006910         UNTIL NOT WS-RCVYJRNL-OK
006920     CLOSE RECOVERY-JOURNAL
006930     .
006940 1600-EXIT.
006950     EXIT.
006960
006970*-------------------------------------------------------------------
006980* 1610-READ-JOURNAL - one journal record; a readable PI change is
006990* offered to the quotes.
007000*-------------------------------------------------------------------
007010 1610-READ-JOURNAL.
007020     READ RECOVERY-JOURNAL
007030         AT END
007040             GO TO 1610-EXIT
007050     END-READ
007060     IF NOT RCVY-CHANGE
007070         GO TO 1610-EXIT
007080     END-IF
007090     IF RCVY-PROGRAM-ID NOT = "PI" AND NOT = "PI1"
007100         AND NOT = "PI2" AND NOT = "PI3" AND NOT = "PI4"
007110         GO TO 1610-EXIT
007120     END-IF
007130     MOVE RCVY-BEFORE-IMAGE TO WS-IMAGE-AREA
007140     IF WS-IMAGE-BALANCE NOT NUMERIC
007150         GO TO 1610-EXIT
007160     END-IF
007170     MOVE WS-IMAGE-BALANCE TO WS-IMAGE-BEFORE-BALANCE
007180     MOVE RCVY-AFTER-IMAGE TO WS-IMAGE-AREA
007190     IF WS-IMAGE-BALANCE NOT NUMERIC
007200         GO TO 1610-EXIT
007210     END-IF
007220     COMPUTE WS-IMAGE-CHANGE = WS-IMAGE-BALANCE
007230         - WS-IMAGE-BEFORE-BALANCE
007240     PERFORM 1620-MATCH-INTEREST THRU 1620-EXIT
007250         VARYING WS-QT-SCAN-IX FROM 1 BY 1
007260         UNTIL WS-QT-SCAN-IX > WS-QT-COUNT
007270     .
007280 1610-EXIT.
007290     EXIT.
007300
007310*-------------------------------------------------------------------
007320* 1620-MATCH-INTEREST - the PI change in hand against one
007330* outstanding quote for its account.
007340*-------------------------------------------------------------------
007350 1620-MATCH-INTEREST.
007360     IF WS-QT-ACCT (WS-QT-SCAN-IX) = WS-IMAGE-ACCT-ID
007370         AND WS-QT-STATUS (WS-QT-SCAN-IX) = SPACE
007380         AND RCVY-DATE > WS-QT-INTEREST-FROM (WS-QT-SCAN-IX)
007390         ADD WS-IMAGE-CHANGE TO WS-QT-PI-INTEREST (WS-QT-SCAN-IX)
007400     END-IF
007410     .
007420 1620-EXIT.
007430     EXIT.
007440
007450*-------------------------------------------------------------------
007460* 1800-OPEN-UPDATE-FILES - open the master for update, the
007470* recovery journal for tonight's closing writes and the new
007480* quote file.
007490*-------------------------------------------------------------------
007500 1800-OPEN-UPDATE-FILES.
007510     OPEN OUTPUT PAYOFF-QUOTE-NEW-FILE
007520     OPEN I-O ACCOUNT-MASTER
007530     IF NOT WS-ACCTMSTR-OK
007540         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
007550             "ATED"
007560         MOVE 16 TO RETURN-CODE
007570         GO TO 9999-TERMINATE
007580     END-IF
007590     OPEN EXTEND RECOVERY-JOURNAL
007600     .
007610 1800-EXIT.
007620     EXIT.
007630
007640*-------------------------------------------------------------------
007650* 2000-SETTLE-ONE-QUOTE - one outstanding quote is settled against
007660* the master and listed; its new status goes back into the table.
007670*-------------------------------------------------------------------
007680 2000-SETTLE-ONE-QUOTE.
007690     IF WS-QT-STATUS (WS-QT-IX) NOT = SPACE
007700         GO TO 2000-EXIT
007710     END-IF
007720     MOVE WS-QT-IMAGE (WS-QT-IX) TO PAYOFF-QUOTE-RECORD
007730     ADD 1 TO WS-OUTSTANDING-COUNT
007740     MOVE ZERO TO WS-REPORT-AMOUNT
007750     PERFORM 2050-DECIDE-QUOTE THRU 2050-EXIT
007760     MOVE PAYQ-STATUS TO WS-QT-STATUS (WS-QT-IX)
007770     PERFORM 8100-PRINT-QUOTE-LINE THRU 8100-EXIT
007780     .
007790 2000-EXIT.
007800     EXIT.
007810
007820*-------------------------------------------------------------------
007830* 2050-DECIDE-QUOTE - closed if the payoff posted and clears the
007840* balance, expired once its date has passed without that -
007850* whether no payoff posted or one posted that leaves a balance -
007860* otherwise left outstanding. A quote for a loan no longer on
007870* the master, or already closed some other way, is retired.
007880*-------------------------------------------------------------------
007890 2050-DECIDE-QUOTE.
007900     MOVE PAYQ-ACCT-ID TO ACCT-ID
007910     READ ACCOUNT-MASTER
007920         INVALID KEY
007930             MOVE SPACES TO ACCT-NAME
007940             DISPLAY "QUOTED LOAN NOT ON MASTER - QUOTE EXPIRED: "
007950                 PAYQ-ACCT-ID
007960             IF RETURN-CODE < 8
007970                 MOVE 8 TO RETURN-CODE
007980             END-IF
007990             ADD 1 TO WS-RETIRED-COUNT
008000             SET PAYQ-EXPIRED TO TRUE
008010             MOVE "NOT ON MASTER - EXPIRED" TO WS-CLOSURE-NOTE
008020             GO TO 2050-EXIT
008030     END-READ
008040     IF ACCT-CLOSED
008050         ADD 1 TO WS-RETIRED-COUNT
008060         SET PAYQ-CLOSED TO TRUE
008070         MOVE "ALREADY CLOSED - QUOTE RETIRED" TO WS-CLOSURE-NOTE
008080         MOVE ACCT-BALANCE TO WS-REPORT-AMOUNT
008090         GO TO 2050-EXIT
008100     END-IF
008110     IF WS-QT-PAID-SWITCH (WS-QT-IX) NOT = 'Y'
008120         PERFORM 2100-CHECK-UNPAID-QUOTE THRU 2100-EXIT
008130         GO TO 2050-EXIT
008140     END-IF
008150     COMPUTE WS-SETTLEMENT = PAYQ-INTEREST + PAYQ-FEE
008160         - WS-QT-PI-INTEREST (WS-QT-IX)
008170     COMPUTE WS-REMAINING-BALANCE = ACCT-BALANCE + WS-SETTLEMENT
008180     IF WS-REMAINING-BALANCE NOT = ZERO
008190         AND PAYQ-GOOD-THROUGH < WS-REPORT-DATE
008200         DISPLAY "PAYOFF DOES NOT CLEAR BALANCE - QUOTE EXPIRED: "
008210             ACCT-ID
008220         IF RETURN-CODE < 8
008230             MOVE 8 TO RETURN-CODE
008240         END-IF
008250         ADD 1 TO WS-EXPIRED-COUNT
008260         SET PAYQ-EXPIRED TO TRUE
008270         MOVE "BALANCE LEFT - EXPIRED" TO WS-CLOSURE-NOTE
008280         MOVE WS-REMAINING-BALANCE TO WS-REPORT-AMOUNT
008290         GO TO 2050-EXIT
008300     END-IF
008310     IF WS-REMAINING-BALANCE NOT = ZERO
008320         DISPLAY "PAYOFF DOES NOT CLEAR BALANCE - NOT CLOSED: "
008330             ACCT-ID
008340         IF RETURN-CODE < 8
008350             MOVE 8 TO RETURN-CODE
008360         END-IF
008370         ADD 1 TO WS-NOT-CLEARED-COUNT
008380         MOVE "PAYOFF DOES NOT CLEAR BALANCE" TO WS-CLOSURE-NOTE
008390         MOVE WS-REMAINING-BALANCE TO WS-REPORT-AMOUNT
008400         GO TO 2050-EXIT
008410     END-IF
008420     PERFORM 2200-CLOSE-LOAN THRU 2200-EXIT
008430     .
008440 2050-EXIT.
008450     EXIT.
008460
008470*-------------------------------------------------------------------
008480* 2100-CHECK-UNPAID-QUOTE - no payoff has posted: a quote past
008490* the date it was good through expires, and the customer needs a
008500* new one; one still in date waits.
008510*-------------------------------------------------------------------
008520 2100-CHECK-UNPAID-QUOTE.
008530     MOVE ACCT-BALANCE TO WS-REPORT-AMOUNT
008540     IF PAYQ-GOOD-THROUGH < WS-REPORT-DATE
008550         ADD 1 TO WS-EXPIRED-COUNT
008560         SET PAYQ-EXPIRED TO TRUE
008570         MOVE "EXPIRED - NO PAYOFF POSTED" TO WS-CLOSURE-NOTE
008580     ELSE
008590         ADD 1 TO WS-AWAITING-COUNT
008600         MOVE "AWAITING PAYOFF" TO WS-CLOSURE-NOTE
008610     END-IF
008620     .
008630 2100-EXIT.
008640     EXIT.
008650
008660*-------------------------------------------------------------------
008670* 2200-CLOSE-LOAN - book the quoted interest and fee still to be
008680* charged, which brings the balance to zero, close the account
008690* and journal the write before and after.
008700*-------------------------------------------------------------------
008710 2200-CLOSE-LOAN.
008720     MOVE ACCT-MASTER-RECORD TO WS-RCVY-BEFORE-IMAGE
008730     ADD WS-SETTLEMENT TO ACCT-BALANCE
008740     SET ACCT-CLOSED TO TRUE
008750     REWRITE ACCT-MASTER-RECORD
008760         INVALID KEY
008770             DISPLAY "MASTER REWRITE FAILED - NOT CLOSED: "
008780                 ACCT-ID
008790             IF RETURN-CODE < 8
008800                 MOVE 8 TO RETURN-CODE
008810             END-IF
008820             ADD 1 TO WS-NOT-CLEARED-COUNT
008830             MOVE "MASTER REWRITE FAILED" TO WS-CLOSURE-NOTE
008840             MOVE WS-REMAINING-BALANCE TO WS-REPORT-AMOUNT
008850             GO TO 2200-EXIT
008860     END-REWRITE
008870     MOVE 'C' TO WS-RCVY-ACTION
008880     MOVE ACCT-MASTER-RECORD TO WS-RCVY-AFTER-IMAGE
008890     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
008900     ADD 1 TO WS-CLOSED-COUNT
008910     ADD WS-SETTLEMENT TO WS-SETTLED-TOTAL
008920     SET PAYQ-CLOSED TO TRUE
008930     MOVE "PAID OFF - ACCOUNT CLOSED" TO WS-CLOSURE-NOTE
008940     MOVE WS-SETTLEMENT TO WS-REPORT-AMOUNT
008950     .
008960 2200-EXIT.
008970     EXIT.
008980
008990*-------------------------------------------------------------------
009000* 3000-WRITE-NEW-QUOTE - one quote to the new quote file; a
009010* status changed tonight is stamped with tonight's date.
009020*-------------------------------------------------------------------
009030 3000-WRITE-NEW-QUOTE.
009040     MOVE WS-QT-IMAGE (WS-QT-IX) TO PAYOFF-QUOTE-RECORD
009050     IF PAYQ-STATUS NOT = WS-QT-STATUS (WS-QT-IX)
009060         MOVE WS-QT-STATUS (WS-QT-IX) TO PAYQ-STATUS
009070         MOVE WS-REPORT-DATE TO PAYQ-STATUS-DATE
009080     END-IF
009090     WRITE PAYQ-NEW-RECORD FROM PAYOFF-QUOTE-RECORD
009100     .
009110 3000-EXIT.
009120     EXIT.
009130
009140*-------------------------------------------------------------------
009150* 7500-WRITE-RECOVERY-IMAGE - one before/after image pair to the
009160* recovery journal for the master write just made; the caller
009170* set the action and both images.
009180*-------------------------------------------------------------------
009190 7500-WRITE-RECOVERY-IMAGE.
009200     ACCEPT WS-CURRENT-TIME FROM TIME
009210     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
009220         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
009230     MOVE SPACES TO RCVY-RECORD
009240     MOVE WS-RCTL-OWN-PROGRAM TO RCVY-PROGRAM-ID
009250     MOVE WS-REPORT-DATE TO RCVY-DATE
009260     MOVE WS-RUN-TIME-EDIT TO RCVY-TIME
009270     MOVE WS-RCVY-ACTION TO RCVY-ACTION
009280     MOVE WS-RCVY-BEFORE-IMAGE TO RCVY-BEFORE-IMAGE
009290     MOVE WS-RCVY-AFTER-IMAGE TO RCVY-AFTER-IMAGE
009300     WRITE RCVY-RECORD
009310     .
009320 7500-EXIT.
009330     EXIT.
009340
009350*-------------------------------------------------------------------
009360* 8000-PRINT-HEADINGS - report header and column line, printed
009370* at the top of every page.
009380*-------------------------------------------------------------------
009390 8000-PRINT-HEADINGS.
009400     ADD 1 TO WS-PAGE-NUMBER
009410     MOVE WS-REPORT-DATE TO CLSR-HDR-DATE
009420     MOVE WS-PAGE-NUMBER TO CLSR-HDR-PAGE
009430     WRITE CLSR-PRINT-RECORD FROM CLSR-HEADING-LINE
009440     WRITE CLSR-PRINT-RECORD FROM CLSR-COLUMN-LINE
009450     MOVE 1 TO WS-LINE-COUNT
009460     .
009470 8000-EXIT.
009480     EXIT.
009490
009500*-------------------------------------------------------------------
009510* 8100-PRINT-QUOTE-LINE - one outstanding quote with what became
009520* of it tonight, paging when the page is full.
009530*-------------------------------------------------------------------
009540 8100-PRINT-QUOTE-LINE.
009550     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009560         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009570     END-IF
009580     MOVE PAYQ-ACCT-ID TO CLSR-DTL-ACCT
009590     MOVE ACCT-NAME TO CLSR-DTL-NAME
009600     MOVE PAYQ-QUOTE-DATE TO CLSR-DTL-QUOTED
009610     MOVE PAYQ-GOOD-THROUGH TO CLSR-DTL-GOOD-THROUGH
009620     MOVE PAYQ-TOTAL TO CLSR-DTL-TOTAL
009630     MOVE WS-REPORT-AMOUNT TO CLSR-DTL-AMOUNT
009640     MOVE WS-CLOSURE-NOTE TO CLSR-DTL-NOTE
009650     WRITE CLSR-PRINT-RECORD FROM CLSR-DETAIL-LINE
009660     ADD 1 TO WS-LINE-COUNT
009670     .
009680 8100-EXIT.
009690     EXIT.
009700
009710*-------------------------------------------------------------------
009720* 8500-PRINT-COUNTS - the run's counts and the interest and fees
009730* booked by tonight's closures.
009740*-------------------------------------------------------------------
009750 8500-PRINT-COUNTS.
009760     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009770         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009780     END-IF
009790     MOVE SPACES TO CLSR-SECTION-TITLE
009800     WRITE CLSR-PRINT-RECORD FROM CLSR-SECTION-LINE
009810     MOVE "PAYOFF CLOSURE COUNTS" TO CLSR-SECTION-TITLE
009820     WRITE CLSR-PRINT-RECORD FROM CLSR-SECTION-LINE
009830     MOVE "QUOTES ON FILE" TO CLSR-CNT-LABEL
009840     MOVE WS-QT-COUNT TO CLSR-CNT-VALUE
009850     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
009860     MOVE "PAYMENTS AND REVERSALS READ" TO CLSR-CNT-LABEL
009870     MOVE WS-PAYMENT-READ-COUNT TO CLSR-CNT-VALUE
009880     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
009890     MOVE "SUPERSEDED BY A LATER QUOTE" TO CLSR-CNT-LABEL
009900     MOVE WS-SUPERSEDED-COUNT TO CLSR-CNT-VALUE
009910     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
009920     MOVE "OUTSTANDING QUOTES CHECKED" TO CLSR-CNT-LABEL
009930     MOVE WS-OUTSTANDING-COUNT TO CLSR-CNT-VALUE
009940     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
009950     MOVE "LOANS PAID OFF AND CLOSED" TO CLSR-CNT-LABEL
009960     MOVE WS-CLOSED-COUNT TO CLSR-CNT-VALUE
009970     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
009980     MOVE "AWAITING PAYOFF" TO CLSR-CNT-LABEL
009990     MOVE WS-AWAITING-COUNT TO CLSR-CNT-VALUE
010000     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
010010     MOVE "EXPIRED - NO PAYOFF POSTED" TO CLSR-CNT-LABEL
010020     MOVE WS-EXPIRED-COUNT TO CLSR-CNT-VALUE
010030     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
010040     MOVE "PAYOFF POSTED - BALANCE NOT CLEARED" TO CLSR-CNT-LABEL
010050     MOVE WS-NOT-CLEARED-COUNT TO CLSR-CNT-VALUE
010060     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
010070     MOVE "RETIRED - CLOSED OR NOT ON MASTER" TO CLSR-CNT-LABEL
010080     MOVE WS-RETIRED-COUNT TO CLSR-CNT-VALUE
010090     WRITE CLSR-PRINT-RECORD FROM CLSR-COUNT-LINE
010100     MOVE "PAYOFF INTEREST AND FEES BOOKED" TO CLSR-AMT-LABEL
010110     MOVE WS-SETTLED-TOTAL TO CLSR-AMT-VALUE
010120     WRITE CLSR-PRINT-RECORD FROM CLSR-AMOUNT-LINE
010130     .
010140 8500-EXIT.
010150     EXIT.
010160
010170*-------------------------------------------------------------------
010180* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
010190* and its return code on the shared run-control file. Nothing
010200* to stamp when the run was refused before its start was
010210* stamped.
010220* The shared file is re-read before stamping, so entries other
010230* programs (or sibling sweep partitions) wrote since start-up
010240* are carried forward, not overwritten from a stale copy.
010250*-------------------------------------------------------------------
010260 9800-RUN-CONTROL-END.
010270     IF NOT WS-RCTL-STAMPED
010280         GO TO 9800-EXIT
010290     END-IF
010300     ACCEPT WS-CURRENT-TIME FROM TIME
010310     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
010320         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
010330     MOVE ZERO TO WS-RCTL-COUNT
010340     OPEN INPUT RUN-CONTROL-FILE
010350     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
010360         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
010370             UNTIL NOT WS-RUNCTL-OK
010380         CLOSE RUN-CONTROL-FILE
010390     END-IF
010400     MOVE ZERO TO WS-RCTL-OWN-IX
010410     MOVE ZERO TO WS-RCTL-PRED-IX
010420     MOVE ZERO TO WS-RCTL-BLOCKER-IX
010430     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
010440         VARYING WS-RCTL-IX FROM 1 BY 1
010450         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
010460     IF WS-RCTL-OWN-IX = ZERO
010470         IF WS-RCTL-COUNT >= WS-RCTL-MAX
010480             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
010490             GO TO 9800-EXIT
010500         END-IF
010510         ADD 1 TO WS-RCTL-COUNT
010520         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
010530         MOVE WS-RCTL-OWN-PROGRAM
010540             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
010550         MOVE WS-RCTL-OWN-MASTER-FLAG
010560             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
010570     END-IF
010580     IF RETURN-CODE < 16
010590         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010600     ELSE
010610         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010620     END-IF
010630     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
010640     MOVE WS-RUN-TIME-EDIT
010650         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
010660     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
010670     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
010680     .
010690 9800-EXIT.
010700     EXIT.
010710
010720*-------------------------------------------------------------------
010730* 9999-TERMINATE - single exit point for the run.
010740*-------------------------------------------------------------------
010750 9999-TERMINATE.
010760     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
010770     CLOSE CLOSURE-REPORT
010780     CLOSE ACCOUNT-MASTER
010790     CLOSE PAYOFF-QUOTE-NEW-FILE
010800     CLOSE RECOVERY-JOURNAL
010810     STOP RUN.
010820 END PROGRAM LOANCLS.
