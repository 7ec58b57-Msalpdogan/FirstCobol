000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     End-of-night trial balance: roll the ACCOUNT-MASTER
000050*              forward from last night's carried-forward total by
000060*              everything the controlled programs posted since -
000070*              TRANPOST deposits, withdrawals and payments (its
000080*              TPSTHIST posted history), FEEPOST fees (FEEHIST),
000090*              PI interest (the AMORTHST 'G' record), MNTAPPR's
000100*              approved balance changes, LOANCLS payoff
000110*              closures and every account added or deleted (the
000120*              RCVYJRNL images) - and prove the
000130*              result against a full sweep of the master. Any
000140*              difference prints as the out-of-balance amount and
000150*              ends the run with RETURN-CODE 12. Tonight's swept
000160*              total is filed on TBALHIST as tomorrow's opening,
000170*              with how far into TPSTHIST and RCVYJRNL tonight
000180*              proved, so the next run's window starts by
000190*              position rather than by date.
000200* Tectonics:   cobc
000210*-------------------------------------------------------------------
000220* Modification History
000230* Date       Init  Description
000240* ---------- ----  ------------------------------------------------
000250* 2026-10-15  MSA  New program: each step proved its own run, but
000260*                   nothing proved the night as a whole, so a
000270*                   balance changed outside the controlled
000280*                   programs went unnoticed.
000290* 2026-10-15  MSA  TRANPOST reversals carried as their own
000300*                   roll-forward line: a reversed deposit takes
000310*                   away, a reversed withdrawal or payment adds.
000320* 2026-10-15  MSA  Loan payoff closures (LOANCLS) carried as their
000330*                   own roll-forward line: the quoted interest and
000340*                   fee booked when a paid-off loan is closed.
000350* 2026-10-15  MSA  Activity window taken by position on TPSTHIST
000360*                   and RCVYJRNL, carried on TBALHIST, not by
000370*                   posting date, so a stream crossing midnight
000380*                   or a step run after the proof loses nothing.
000390*                   FEEHIST and AMORTHST, which hold only the
000400*                   latest run, are checked against the FEEPOST
000410*                   and PI changes journaled in the window; more
000420*                   than one run inside it is not proved, RC 12.
000430*                   Refused while any master-updating step is in
000440*                   flight or ended failed.
000450*******************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.    TRIALBAL.
000480 AUTHOR.        MSALPDOGAN.
000490 INSTALLATION.  OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000510 DATE-COMPILED.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS ACCT-ID
000590         FILE STATUS IS WS-ACCTMSTR-STATUS.
000600
000610     SELECT OPTIONAL TRIAL-BALANCE-HISTORY ASSIGN TO "TBALHIST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-TBALHIST-STATUS.
000640
000650     SELECT OPTIONAL POSTED-HISTORY ASSIGN TO "TPSTHIST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-POSTHIST-STATUS.
000680
000690     SELECT OPTIONAL FEE-HISTORY ASSIGN TO "FEEHIST"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FEEHIST-STATUS.
000720
000730     SELECT OPTIONAL AMORT-HISTORY ASSIGN TO "AMORTHST"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AMORTHST-STATUS.
000760
000770     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RCVY-STATUS.
000800
000810     SELECT TRIAL-BALANCE-REPORT ASSIGN TO "TBALRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-RUNCTL-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900*-------------------------------------------------------------------
000910* ACCOUNT-MASTER - swept end to end in key order for the closing
000920* total; never written here. Record layout is the shared ACCTREC
000930* copybook.
000940*-------------------------------------------------------------------
000950 FD  ACCOUNT-MASTER.
000960 COPY ACCTREC.
000970
000980*-------------------------------------------------------------------
000990* TRIAL-BALANCE-HISTORY - one record per run in the shared
001000* TBALREC layout: read to its last record for the opening total
001010* and positions, then extended with tonight's.
001020*-------------------------------------------------------------------
001030 FD  TRIAL-BALANCE-HISTORY.
001040 COPY TBALREC.
001050
001060*-------------------------------------------------------------------
001070* POSTED-HISTORY - every transaction TRANPOST applied, in the
001080* shared POSTREC layout.
001090*-------------------------------------------------------------------
001100 FD  POSTED-HISTORY.
001110 COPY POSTREC.
001120
001130*-------------------------------------------------------------------
001140* FEE-HISTORY - every fee the latest FEEPOST run posted, in the
001150* shared FEEREC layouts.
001160*-------------------------------------------------------------------
001170 FD  FEE-HISTORY.
001180 COPY FEEREC.
001190
001200*-------------------------------------------------------------------
001210* AMORT-HISTORY - the calculation run's output in the shared
001220* AMORTREC layouts; its 'G' record carries the interest PI
001230* posted to the master.
001240*-------------------------------------------------------------------
001250 FD  AMORT-HISTORY.
001260 COPY AMORTREC.
001270
001280*-------------------------------------------------------------------
001290* RECOVERY-JOURNAL - before/after images of every master write,
001300* in the shared RCVYREC layout.
001310*-------------------------------------------------------------------
001320 FD  RECOVERY-JOURNAL.
001330 COPY RCVYREC.
001340
001350*-------------------------------------------------------------------
001360* TRIAL-BALANCE-REPORT - the roll-forward, the swept total and
001370* the verdict on one page.
001380*-------------------------------------------------------------------
001390 FD  TRIAL-BALANCE-REPORT.
001400 01  TRPT-PRINT-RECORD  PIC X(160).
001410
001420*-------------------------------------------------------------------
001430* RUN-CONTROL-FILE - the night stream's shared run-sequence
001440* control, one record per batch program in the shared RUNCTLR
001450* layout, checked and stamped by every program in the stream.
001460*-------------------------------------------------------------------
001470 FD  RUN-CONTROL-FILE.
001480 COPY RUNCTLR.
001490
001500 WORKING-STORAGE SECTION.
001510*-------------------------------------------------------------------
001520* Run-sequence control: the shared RUNCTL file loaded at
001530* start-up, checked, stamped with this run's start, and stamped
001540* again with its end and return code at termination. The rules
001550* the checks enforce are with the RUNCTLR copybook.
001560*-------------------------------------------------------------------
001570 01  WS-RUNCTL-STATUS                PIC X(02).
001580     88  WS-RUNCTL-OK                VALUE '00'.
001590     88  WS-RUNCTL-CREATED           VALUE '05'.
001600
001610 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
001620 01  WS-RCTL-TABLE-AREA.
001630     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
001640     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
001650         10  WS-RCTL-PROGRAM         PIC X(08).
001660         10  WS-RCTL-STATE           PIC X(01).
001670         10  WS-RCTL-MASTER          PIC X(01).
001680         10  WS-RCTL-START-DATE      PIC X(10).
001690         10  WS-RCTL-START-TIME      PIC X(08).
001700         10  WS-RCTL-END-DATE        PIC X(10).
001710         10  WS-RCTL-END-TIME        PIC X(08).
001720         10  WS-RCTL-RC              PIC 9(02).
001730
001740 01  WS-RCTL-IX                      PIC 9(03) COMP.
001750 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
001760 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
001770 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
001780 01  WS-RCTL-FAILED-IX               PIC 9(03) COMP.
001790
001800 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "TRIALBAL".
001810 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "EODRPT".
001820 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE SPACE.
001830
001840 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
001850     88  WS-RCTL-STAMPED             VALUE 'Y'.
001860
001870 01  WS-CURRENT-TIME                 PIC 9(08).
001880 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
001890     05  WS-TIME-HH                  PIC 9(02).
001900     05  WS-TIME-MN                  PIC 9(02).
001910     05  WS-TIME-SS                  PIC 9(02).
001920     05  WS-TIME-CC                  PIC 9(02).
001930 01  WS-RUN-TIME-EDIT                PIC X(08).
001940
001950*-------------------------------------------------------------------
001960* Print lines, kept in working storage so their VALUE clauses
001970* are honored (VALUE on FILE SECTION entries is commentary
001980* only), and written with WRITE ... FROM.
001990*-------------------------------------------------------------------
002000 01  TRPT-HEADING-LINE.
002010     05  FILLER                      PIC X(01) VALUE '1'.
002020     05  FILLER                      PIC X(30)
002030                 VALUE "MASTER TRIAL BALANCE".
002040     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002050     05  TRPT-HDR-DATE               PIC X(10).
002060     05  FILLER                      PIC X(10) VALUE SPACES.
002070     05  FILLER                      PIC X(05) VALUE "PAGE ".
002080     05  TRPT-HDR-PAGE               PIC ZZ9.
002090
002100 01  TRPT-PROOF-LINE.
002110     05  FILLER                      PIC X(01) VALUE SPACE.
002120     05  TRPT-PRF-LABEL              PIC X(48).
002130     05  TRPT-PRF-COUNT              PIC Z(07).
002140     05  FILLER                      PIC X(02) VALUE SPACES.
002150     05  TRPT-PRF-AMOUNT             PIC $(15)9.99CR.
002160
002170 01  TRPT-MESSAGE-LINE.
002180     05  FILLER                      PIC X(01) VALUE SPACE.
002190     05  TRPT-MESSAGE                PIC X(80).
002200
002210 01  WS-ACCTMSTR-STATUS              PIC X(02).
002220     88  WS-ACCTMSTR-OK              VALUE '00'.
002230     88  WS-ACCTMSTR-EOF             VALUE '10'.
002240
002250 01  WS-TBALHIST-STATUS              PIC X(02).
002260     88  WS-TBALHIST-OK              VALUE '00'.
002270     88  WS-TBALHIST-EOF             VALUE '10'.
002280
002290 01  WS-POSTHIST-STATUS              PIC X(02).
002300     88  WS-POSTHIST-OK              VALUE '00'.
002310     88  WS-POSTHIST-EOF             VALUE '10'.
002320
002330 01  WS-FEEHIST-STATUS               PIC X(02).
002340     88  WS-FEEHIST-OK               VALUE '00'.
002350     88  WS-FEEHIST-EOF              VALUE '10'.
002360
002370 01  WS-AMORTHST-STATUS              PIC X(02).
002380     88  WS-AMORTHST-OK              VALUE '00'.
002390     88  WS-AMORTHST-EOF             VALUE '10'.
002400
002410 01  WS-RCVY-STATUS                  PIC X(02).
002420     88  WS-RCVY-OK                  VALUE '00'.
002430     88  WS-RCVY-EOF                 VALUE '10'.
002440
002450*-------------------------------------------------------------------
002460* The carried-forward opening: the last run's swept total, its
002470* run date and time, and how many posted-history and journal
002480* records it proved. The records past those positions are what
002490* rolls it forward. No history yet, or a last record carrying no
002500* positions, means tonight only establishes the opening.
002510*-------------------------------------------------------------------
002520 01  WS-OPENING-DATE                 PIC X(10) VALUE SPACES.
002530 01  WS-OPENING-TIME                 PIC X(08) VALUE SPACES.
002540 01  WS-OPENING-TOTAL                PIC S9(15)V9(2) VALUE ZERO.
002550 01  WS-OPENING-POSTHIST-POSITION    PIC 9(09) VALUE ZERO.
002560 01  WS-OPENING-RCVY-POSITION        PIC 9(09) VALUE ZERO.
002570 01  WS-OPENING-SWITCH               PIC X(01) VALUE 'N'.
002580     88  WS-OPENING-FOUND            VALUE 'Y'.
002590 01  WS-POSITION-SWITCH              PIC X(01) VALUE 'N'.
002600     88  WS-POSITION-MISSING         VALUE 'Y'.
002610
002620*-------------------------------------------------------------------
002630* Records read tonight from the two cumulative files, kept as
002640* tomorrow's opening positions.
002650*-------------------------------------------------------------------
002660 01  WS-POSTHIST-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
002670 01  WS-RCVY-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
002680
002690*-------------------------------------------------------------------
002700* The fee history and calculation history hold only the latest
002710* FEEPOST and PI runs; their totals, and the master changes
002720* those two steps journaled inside the window, which the files
002730* must account for. A window the files cannot account for is not
002740* proved, and the reason is printed as the verdict.
002750*-------------------------------------------------------------------
002760 01  WS-FEEHIST-COUNT                PIC 9(07) COMP VALUE ZERO.
002770 01  WS-FEEHIST-TOTAL                PIC S9(15)V9(2) VALUE ZERO.
002780 01  WS-JRNL-FEE-COUNT               PIC 9(07) COMP VALUE ZERO.
002790 01  WS-JRNL-FEE-TOTAL               PIC S9(15)V9(2) VALUE ZERO.
002800 01  WS-JRNL-INTEREST-COUNT          PIC 9(07) COMP VALUE ZERO.
002810 01  WS-JRNL-INTEREST-TOTAL          PIC S9(15)V9(2) VALUE ZERO.
002820 01  WS-PROOF-SWITCH                 PIC X(01) VALUE 'Y'.
002830     88  WS-PROOF-ALLOWED            VALUE 'Y'.
002840     88  WS-PROOF-REFUSED            VALUE 'N'.
002850 01  WS-REFUSAL-REASON               PIC X(80) VALUE SPACES.
002860
002870*-------------------------------------------------------------------
002880* Roll-forward components, each with its record count.
002890*-------------------------------------------------------------------
002900 01  WS-DEPOSIT-COUNT                PIC 9(07) COMP VALUE ZERO.
002910 01  WS-DEPOSIT-TOTAL                PIC S9(15)V9(2) VALUE ZERO.
002920 01  WS-WITHDRAWAL-COUNT             PIC 9(07) COMP VALUE ZERO.
002930 01  WS-WITHDRAWAL-TOTAL             PIC S9(15)V9(2) VALUE ZERO.
002940 01  WS-PAYMENT-COUNT                PIC 9(07) COMP VALUE ZERO.
002950 01  WS-PAYMENT-TOTAL                PIC S9(15)V9(2) VALUE ZERO.
002960 01  WS-REVERSAL-COUNT               PIC 9(07) COMP VALUE ZERO.
002970 01  WS-REVERSAL-TOTAL               PIC S9(15)V9(2) VALUE ZERO.
002980 01  WS-FEE-COUNT                    PIC 9(07) COMP VALUE ZERO.
002990 01  WS-FEE-TOTAL                    PIC S9(15)V9(2) VALUE ZERO.
003000 01  WS-INTEREST-COUNT               PIC 9(07) COMP VALUE ZERO.
003010 01  WS-INTEREST-TOTAL               PIC S9(15)V9(2) VALUE ZERO.
003020 01  WS-APPROVED-COUNT               PIC 9(07) COMP VALUE ZERO.
003030 01  WS-APPROVED-TOTAL               PIC S9(15)V9(2) VALUE ZERO.
003040 01  WS-PAYOFF-COUNT                 PIC 9(07) COMP VALUE ZERO.
003050 01  WS-PAYOFF-TOTAL                 PIC S9(15)V9(2) VALUE ZERO.
003060 01  WS-ADDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
003070 01  WS-ADDED-TOTAL                  PIC S9(15)V9(2) VALUE ZERO.
003080 01  WS-DELETED-COUNT                PIC 9(07) COMP VALUE ZERO.
003090 01  WS-DELETED-TOTAL                PIC S9(15)V9(2) VALUE ZERO.
003100
003110 01  WS-EXPECTED-TOTAL               PIC S9(15)V9(2) VALUE ZERO.
003120 01  WS-MASTER-COUNT                 PIC 9(07) COMP VALUE ZERO.
003130 01  WS-MASTER-TOTAL                 PIC S9(15)V9(2) VALUE ZERO.
003140 01  WS-OUT-OF-BALANCE               PIC S9(15)V9(2) VALUE ZERO.
003150
003160*-------------------------------------------------------------------
003170* Calculation-run history fields: the grand-totals record's
003180* counts, and whether it was found.
003190*-------------------------------------------------------------------
003200 01  WS-AMORT-INTEREST               PIC S9(13)V9(2) VALUE ZERO.
003210 01  WS-AMORT-POSTED-COUNT           PIC 9(05) VALUE ZERO.
003220 01  WS-AMORT-TOTALS-SWITCH          PIC X(01) VALUE 'N'.
003230     88  WS-AMORT-TOTALS-SEEN        VALUE 'Y'.
003240
003250*-------------------------------------------------------------------
003260* One recovery-journal image laid out as the master record, so
003270* its balance can be read without disturbing the master's own
003280* record area.
003290*-------------------------------------------------------------------
003300 01  WS-IMAGE-AREA.
003310     05  WS-IMAGE-ACCT-ID            PIC X(07).
003320     05  WS-IMAGE-NAME               PIC X(30).
003330     05  WS-IMAGE-BALANCE            PIC S9(13)V9(2).
003340     05  FILLER                      PIC X(23).
003350 01  WS-IMAGE-BEFORE-BALANCE         PIC S9(13)V9(2).
003360 01  WS-IMAGE-CHANGE                 PIC S9(13)V9(2).
003370 01  WS-IMAGE-SWITCH                 PIC X(01).
003380     88  WS-IMAGE-READABLE           VALUE 'Y'.
003390     88  WS-IMAGE-UNREADABLE         VALUE 'N'.
003400 01  WS-UNREADABLE-IMAGE-COUNT       PIC 9(05) COMP VALUE ZERO.
003410
003420*-------------------------------------------------------------------
003430* Report date and pagination fields.
003440*-------------------------------------------------------------------
003450 01  WS-CURRENT-DATE                 PIC 9(08).
003460 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
003470     05  WS-DATE-YYYY                PIC 9(04).
003480     05  WS-DATE-MM                  PIC 9(02).
003490     05  WS-DATE-DD                  PIC 9(02).
003500 01  WS-REPORT-DATE                  PIC X(10).
003510
003520 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
003530
003540 PROCEDURE DIVISION.
003550*-------------------------------------------------------------------
003560* 0000-MAINLINE - pick up the opening total, total each
003570* controlled program's postings since, sweep the master, and
003580* prove the one against the other.
003590*-------------------------------------------------------------------
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003620     PERFORM 2000-TOTAL-POSTINGS THRU 2000-EXIT
003630     PERFORM 3000-TOTAL-FEES THRU 3000-EXIT
003640     PERFORM 4000-TOTAL-INTEREST THRU 4000-EXIT
003650     PERFORM 5000-TOTAL-MASTER-CHANGES THRU 5000-EXIT
003660     PERFORM 5500-CHECK-RUN-FILES THRU 5500-EXIT
003670     PERFORM 6000-SWEEP-MASTER THRU 6000-EXIT
003680     PERFORM 7000-PROVE-MASTER THRU 7000-EXIT
003690     PERFORM 8000-PRINT-TRIAL-BALANCE THRU 8000-EXIT
003700     PERFORM 7700-CARRY-FORWARD THRU 7700-EXIT
003710     GO TO 9999-TERMINATE.
003720
003730*-------------------------------------------------------------------
003740* 1000-INITIALIZE - open the report, stamp the run date, check
003750* in with run control and pick up the opening total.
003760*-------------------------------------------------------------------
003770 1000-INITIALIZE.
003780     OPEN OUTPUT TRIAL-BALANCE-REPORT
003790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003800     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003810         DELIMITED BY SIZE INTO WS-REPORT-DATE
003820     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
003830     PERFORM 1200-LOAD-OPENING-TOTAL THRU 1200-EXIT
003840     .
003850 1000-EXIT.
003860     EXIT.
003870
003880*-------------------------------------------------------------------
003890* 1150-RUN-CONTROL-START - load the shared run-control file,
003900* refuse the run while the predecessor step has not ended clean
003910* or another master-updating step is marked in flight or ended
003920* failed - the proof waits on every step that writes the master -
003930* then stamp this program's entry in flight and write the file
003940* back. An empty or missing file is first-time set-up: the run
003950* proceeds and the file is built from this entry.
003960*-------------------------------------------------------------------
003970 1150-RUN-CONTROL-START.
003980     ACCEPT WS-CURRENT-TIME FROM TIME
003990     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
004000         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
004010     OPEN INPUT RUN-CONTROL-FILE
004020     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
004030         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
004040             UNTIL NOT WS-RUNCTL-OK
004050         CLOSE RUN-CONTROL-FILE
004060     END-IF
004070     MOVE ZERO TO WS-RCTL-OWN-IX
004080     MOVE ZERO TO WS-RCTL-PRED-IX
004090     MOVE ZERO TO WS-RCTL-BLOCKER-IX
004100     MOVE ZERO TO WS-RCTL-FAILED-IX
004110     IF WS-RCTL-COUNT = ZERO
004120         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
004130         GO TO 1150-STAMP-START
004140     END-IF
004150     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
004160         VARYING WS-RCTL-IX FROM 1 BY 1
004170         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
004180     IF WS-RCTL-PREDECESSOR NOT = SPACES
004190         IF WS-RCTL-PRED-IX = ZERO
004200             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
004210                 "ED: " WS-RCTL-PREDECESSOR
004220             MOVE 16 TO RETURN-CODE
004230             GO TO 9999-TERMINATE
004240         END-IF
004250         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
004260             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
004270                 "UN REFUSED: " WS-RCTL-PREDECESSOR
004280             MOVE 16 TO RETURN-CODE
004290             GO TO 9999-TERMINATE
004300         END-IF
004310     END-IF
004320     IF WS-RCTL-BLOCKER-IX > ZERO
004330         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
004340             "RUN REFUSED: "
004350             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
004360         MOVE 16 TO RETURN-CODE
004370         GO TO 9999-TERMINATE
004380     END-IF
004390     IF WS-RCTL-FAILED-IX > ZERO
004400         DISPLAY "A MASTER-UPDATING STEP HAS NOT ENDED CLEAN - "
004410             "RUN REFUSED: "
004420             WS-RCTL-PROGRAM (WS-RCTL-FAILED-IX)
004430         MOVE 16 TO RETURN-CODE
004440         GO TO 9999-TERMINATE
004450     END-IF
004460     .
004470 1150-STAMP-START.
004480     IF WS-RCTL-OWN-IX > ZERO
004490         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
004500         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
004510             "RT ASSUMED"
004520     END-IF
004530     IF WS-RCTL-OWN-IX = ZERO
004540         IF WS-RCTL-COUNT >= WS-RCTL-MAX
004550             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
004560             MOVE 16 TO RETURN-CODE
004570             GO TO 9999-TERMINATE
004580         END-IF
004590         ADD 1 TO WS-RCTL-COUNT
004600         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
004610         MOVE WS-RCTL-OWN-PROGRAM
004620             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
004630     END-IF
004640     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
004650     MOVE WS-RCTL-OWN-MASTER-FLAG
004660         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
004670     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
004680     MOVE WS-RUN-TIME-EDIT
004690         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
004700     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
004710     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
004720     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
004730     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
004740     SET WS-RCTL-STAMPED TO TRUE
004750     .
004760 1150-EXIT.
004770     EXIT.
004780
004790*-------------------------------------------------------------------
004800* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
004810*-------------------------------------------------------------------
004820 1160-LOAD-RUN-ENTRY.
004830     READ RUN-CONTROL-FILE
004840         AT END
004850             GO TO 1160-EXIT
004860     END-READ
004870     IF WS-RCTL-COUNT >= WS-RCTL-MAX
004880         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
004890             RCTL-PROGRAM-ID
004900         GO TO 1160-EXIT
004910     END-IF
004920     ADD 1 TO WS-RCTL-COUNT
004930     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
004940     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
004950     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
004960     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
004970     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
004980     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
004990     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
005000     IF RCTL-RETURN-CODE NUMERIC
005010         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
005020     ELSE
005030         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
005040     END-IF
005050     .
005060 1160-EXIT.
005070     EXIT.
005080
005090*-------------------------------------------------------------------
005100* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
005110* program's own entry and its predecessor's sit, and any other
005120* master-updating step still marked in flight or ended failed.
005130*-------------------------------------------------------------------
005140 1170-SCAN-RUN-ENTRY.
005150     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
005160         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
005170         GO TO 1170-EXIT
005180     END-IF
005190     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
005200         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
005210     END-IF
005220     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
005230         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
005240         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
005250     END-IF
005260     IF WS-RCTL-STATE (WS-RCTL-IX) = 'A'
005270         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
005280         MOVE WS-RCTL-IX TO WS-RCTL-FAILED-IX
005290     END-IF
005300     .
005310 1170-EXIT.
005320     EXIT.
005330
005340*-------------------------------------------------------------------
005350* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
005360* file, this program's entry updated in place.
005370*-------------------------------------------------------------------
005380 1190-WRITE-RUN-CONTROL.
005390     OPEN OUTPUT RUN-CONTROL-FILE
005400     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
005410         VARYING WS-RCTL-IX FROM 1 BY 1
005420         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
005430     CLOSE RUN-CONTROL-FILE
005440     .
005450 1190-EXIT.
005460     EXIT.
005470
005480*-------------------------------------------------------------------
005490* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
005500*-------------------------------------------------------------------
005510 1195-WRITE-ONE-RUN-ENTRY.
005520     MOVE SPACES TO RUNCTL-RECORD
005530     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
005540     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
005550     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
005560     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
005570     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
005580     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
005590     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
005600     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
005610     WRITE RUNCTL-RECORD
005620     .
005630 1195-EXIT.
005640     EXIT.
005650
005660*-------------------------------------------------------------------
005670* 1200-LOAD-OPENING-TOTAL - the last trial-balance record is the
005680* carried-forward opening. The window runs from its positions,
005690* so a second run on the same date proves what was posted since
005700* the first. A last record with no positions on it cannot start
005710* a window; tonight establishes the opening instead.
005720*-------------------------------------------------------------------
005730 1200-LOAD-OPENING-TOTAL.
005740     OPEN INPUT TRIAL-BALANCE-HISTORY
005750     IF WS-TBALHIST-OK
005760         PERFORM 1210-READ-TRIAL-BALANCE THRU 1210-EXIT
005770             UNTIL NOT WS-TBALHIST-OK
005780     END-IF
005790     CLOSE TRIAL-BALANCE-HISTORY
005800     IF NOT WS-OPENING-FOUND
005810         DISPLAY "NO CARRIED-FORWARD TOTAL - TONIGHT ESTABLISHES "
005820             "THE OPENING"
005830         IF RETURN-CODE < 8
005840             MOVE 8 TO RETURN-CODE
005850         END-IF
005860         GO TO 1200-EXIT
005870     END-IF
005880     IF WS-POSITION-MISSING
005890         DISPLAY "NO PROVED POSITION CARRIED - TONIGHT ESTABLIS"
005900             "HES THE OPENING"
005910         MOVE 'N' TO WS-OPENING-SWITCH
005920         MOVE ZERO TO WS-OPENING-TOTAL
005930         MOVE ZERO TO WS-OPENING-POSTHIST-POSITION
005940         MOVE ZERO TO WS-OPENING-RCVY-POSITION
005950         IF RETURN-CODE < 8
005960             MOVE 8 TO RETURN-CODE
005970         END-IF
005980     END-IF
005990     .
006000 1200-EXIT.
006010     EXIT.
006020
006030*-------------------------------------------------------------------
006040* 1210-READ-TRIAL-BALANCE - one trial-balance record; the last
006050* one read is the one that counts.
006060*-------------------------------------------------------------------
006070 1210-READ-TRIAL-BALANCE.
006080     READ TRIAL-BALANCE-HISTORY
006090         AT END
006100             GO TO 1210-EXIT
006110     END-READ
006120     SET WS-OPENING-FOUND TO TRUE
006130     MOVE TBAL-RUN-DATE TO WS-OPENING-DATE
006140     MOVE TBAL-RUN-TIME TO WS-OPENING-TIME
006150     MOVE TBAL-MASTER-TOTAL TO WS-OPENING-TOTAL
006160     IF TBAL-POSTHIST-POSITION NUMERIC
006170         AND TBAL-RCVY-POSITION NUMERIC
006180         MOVE 'N' TO WS-POSITION-SWITCH
006190         MOVE TBAL-POSTHIST-POSITION
006200             TO WS-OPENING-POSTHIST-POSITION
006210         MOVE TBAL-RCVY-POSITION TO WS-OPENING-RCVY-POSITION
006220     ELSE
006230         SET WS-POSITION-MISSING TO TRUE
006240     END-IF
006250     .
006260 1210-EXIT.
006270     EXIT.
006280
006290*-------------------------------------------------------------------
006300* 2000-TOTAL-POSTINGS - TRANPOST's deposits, withdrawals and
006310* payments posted since the opening position. A missing history
006320* means nothing was posted.
006330*-------------------------------------------------------------------
006340 2000-TOTAL-POSTINGS.
006350     OPEN INPUT POSTED-HISTORY
006360     IF NOT WS-POSTHIST-OK
006370         DISPLAY "NO POSTED-TRANSACTION HISTORY - NO POSTINGS TOT"
006380             "ALLED"
006390         GO TO 2000-EXIT
006400     END-IF
006410     PERFORM 2100-TOTAL-ONE-POSTING THRU 2100-EXIT
006420         UNTIL NOT WS-POSTHIST-OK
006430     CLOSE POSTED-HISTORY
006440     .
006450 2000-EXIT.
006460     EXIT.
006470
006480*-------------------------------------------------------------------
006490* 2100-TOTAL-ONE-POSTING - one posted transaction, if it lies
006500* past the opening position: a deposit adds to the master total; a
006510* withdrawal or payment takes away from it. A reversal undoes
006520* its original, so nets against the total the opposite way.
006530*-------------------------------------------------------------------
006540 2100-TOTAL-ONE-POSTING.
006550     READ POSTED-HISTORY
006560         AT END
006570             GO TO 2100-EXIT
006580     END-READ
006590     ADD 1 TO WS-POSTHIST-READ-COUNT
006600     IF WS-POSTHIST-READ-COUNT NOT > WS-OPENING-POSTHIST-POSITION
006610         GO TO 2100-EXIT
006620     END-IF
006630     EVALUATE TRUE
006640         WHEN PTRN-DEPOSIT
006650             ADD 1 TO WS-DEPOSIT-COUNT
006660             ADD PTRN-AMOUNT TO WS-DEPOSIT-TOTAL
006670         WHEN PTRN-WITHDRAWAL
006680             ADD 1 TO WS-WITHDRAWAL-COUNT
006690             ADD PTRN-AMOUNT TO WS-WITHDRAWAL-TOTAL
006700         WHEN PTRN-PAYMENT
006710             ADD 1 TO WS-PAYMENT-COUNT
006720             ADD PTRN-AMOUNT TO WS-PAYMENT-TOTAL
006730         WHEN PTRN-REVERSAL
006740             ADD 1 TO WS-REVERSAL-COUNT
006750             IF PTRN-ORIG-TRAN-CODE = 'DEP'
006760                 SUBTRACT PTRN-AMOUNT FROM WS-REVERSAL-TOTAL
006770             ELSE
006780                 ADD PTRN-AMOUNT TO WS-REVERSAL-TOTAL
006790             END-IF
006800     END-EVALUATE
006810     .
006820 2100-EXIT.
006830     EXIT.
006840
006850*-------------------------------------------------------------------
006860* 3000-TOTAL-FEES - the latest FEEPOST run's fees, from the fee
006870* history details; whether they fall in the window is settled
006880* in 5500. A missing history means no fee run.
006890*-------------------------------------------------------------------
006900 3000-TOTAL-FEES.
006910     OPEN INPUT FEE-HISTORY
006920     IF NOT WS-FEEHIST-OK
006930         DISPLAY "NO FEE HISTORY - NO FEES TOTALLED"
006940         GO TO 3000-EXIT
006950     END-IF
006960     PERFORM 3100-TOTAL-ONE-FEE THRU 3100-EXIT
006970         UNTIL NOT WS-FEEHIST-OK
006980     CLOSE FEE-HISTORY
006990     .
007000 3000-EXIT.
007010     EXIT.
007020
007030*-------------------------------------------------------------------
007040* 3100-TOTAL-ONE-FEE - one fee detail. FEEPOST adds the fee to
007050* ACCT-BALANCE, so it rolls the master total forward the same
007060* way.
007070*-------------------------------------------------------------------
007080 3100-TOTAL-ONE-FEE.
007090     READ FEE-HISTORY
007100         AT END
007110             GO TO 3100-EXIT
007120     END-READ
007130     IF NOT FEE-DETAIL
007140         GO TO 3100-EXIT
007150     END-IF
007160     ADD 1 TO WS-FEEHIST-COUNT
007170     ADD FEE-DTL-AMOUNT TO WS-FEEHIST-TOTAL
007180     .
007190 3100-EXIT.
007200     EXIT.
007210
007220*-------------------------------------------------------------------
007230* 4000-TOTAL-INTEREST - PI's posted interest from the
007240* calculation history's grand-totals record; whether that run
007250* falls in the window is settled in 5500. A history with no
007260* grand-totals record cannot be proved against, so the run is
007270* flagged.
007280*-------------------------------------------------------------------
007290 4000-TOTAL-INTEREST.
007300     OPEN INPUT AMORT-HISTORY
007310     IF NOT WS-AMORTHST-OK
007320         DISPLAY "NO AMORTIZATION HISTORY - NO INTEREST TOTALLED"
007330         GO TO 4000-EXIT
007340     END-IF
007350     PERFORM 4100-READ-AMORT-HISTORY THRU 4100-EXIT
007360         UNTIL NOT WS-AMORTHST-OK
007370     CLOSE AMORT-HISTORY
007380     IF NOT WS-AMORT-TOTALS-SEEN
007390         DISPLAY "AMORTIZATION HISTORY HAS NO GRAND-TOTALS RECORD"
007400             " - INTEREST NOT TOTALLED"
007410         IF RETURN-CODE < 8
007420             MOVE 8 TO RETURN-CODE
007430         END-IF
007440         GO TO 4000-EXIT
007450     END-IF
007460     .
007470 4000-EXIT.
007480     EXIT.
007490
007500*-------------------------------------------------------------------
007510* 4100-READ-AMORT-HISTORY - one history record: the grand-
007520* totals record gives the accounts posted and the interest
007530* posted.
007540*-------------------------------------------------------------------
007550 4100-READ-AMORT-HISTORY.
007560     READ AMORT-HISTORY
007570         AT END
007580             GO TO 4100-EXIT
007590     END-READ
007600     IF HIST-TOTALS
007610         SET WS-AMORT-TOTALS-SEEN TO TRUE
007620         MOVE HIST-TOT-POSTED-COUNT TO WS-AMORT-POSTED-COUNT
007630         IF HIST-TOT-POSTED-INTEREST NUMERIC
007640             MOVE HIST-TOT-POSTED-INTEREST TO WS-AMORT-INTEREST
007650         ELSE
007660             MOVE ZERO TO WS-AMORT-INTEREST
007670         END-IF
007680     END-IF
007690     .
007700 4100-EXIT.
007710     EXIT.
007720
007730*-------------------------------------------------------------------
007740* 5000-TOTAL-MASTER-CHANGES - the recovery journal's images
007750* past the opening position: accounts added and deleted by any
007760* program, and the balance changes MNTAPPR applied on approval.
007770* The other programs' changes are counted from their own files;
007780* FEEPOST's and PI's are also totalled here, to check those
007790* files against in 5500.
007800*-------------------------------------------------------------------
007810 5000-TOTAL-MASTER-CHANGES.
007820     OPEN INPUT RECOVERY-JOURNAL
007830     IF NOT WS-RCVY-OK
007840         DISPLAY "NO RECOVERY JOURNAL - NO MASTER CHANGES "
007850             "TOTALLED"
007860         GO TO 5000-EXIT
007870     END-IF
007880     PERFORM 5100-TOTAL-ONE-IMAGE THRU 5100-EXIT
007890         UNTIL NOT WS-RCVY-OK
007900     CLOSE RECOVERY-JOURNAL
007910     IF WS-UNREADABLE-IMAGE-COUNT > ZERO
007920         DISPLAY "RECOVERY IMAGES WITH NO READABLE BALANCE: "
007930             WS-UNREADABLE-IMAGE-COUNT
007940         IF RETURN-CODE < 8
007950             MOVE 8 TO RETURN-CODE
007960         END-IF
007970     END-IF
007980     .
007990 5000-EXIT.
008000     EXIT.
008010
008020*-------------------------------------------------------------------
008030* 5100-TOTAL-ONE-IMAGE - one journal record, if it lies past
008040* the opening position: an add brings its after-image balance
008050* onto the master, a delete takes its before-image balance off,
008060* and an approved change or a payoff closure moves the total by
008070* after less before. A fee or interest posting is totalled the
008080* same way, apart, for the check on its run file.
008090*-------------------------------------------------------------------
008100 5100-TOTAL-ONE-IMAGE.
008110     READ RECOVERY-JOURNAL
008120         AT END
008130             GO TO 5100-EXIT
008140     END-READ
008150     ADD 1 TO WS-RCVY-READ-COUNT
008160     IF WS-RCVY-READ-COUNT NOT > WS-OPENING-RCVY-POSITION
008170         GO TO 5100-EXIT
008180     END-IF
008190     EVALUATE TRUE
008200         WHEN RCVY-ADD
008210             MOVE RCVY-AFTER-IMAGE TO WS-IMAGE-AREA
008220             IF WS-IMAGE-BALANCE NOT NUMERIC
008230                 ADD 1 TO WS-UNREADABLE-IMAGE-COUNT
008240                 GO TO 5100-EXIT
008250             END-IF
008260             ADD 1 TO WS-ADDED-COUNT
008270             ADD WS-IMAGE-BALANCE TO WS-ADDED-TOTAL
008280         WHEN RCVY-DELETE
008290             MOVE RCVY-BEFORE-IMAGE TO WS-IMAGE-AREA
008300             IF WS-IMAGE-BALANCE NOT NUMERIC
008310                 ADD 1 TO WS-UNREADABLE-IMAGE-COUNT
008320                 GO TO 5100-EXIT
008330             END-IF
008340             ADD 1 TO WS-DELETED-COUNT
008350             ADD WS-IMAGE-BALANCE TO WS-DELETED-TOTAL
008360         WHEN RCVY-CHANGE AND RCVY-PROGRAM-ID = "MNTAPPR"
008370             MOVE RCVY-BEFORE-IMAGE TO WS-IMAGE-AREA
008380             IF WS-IMAGE-BALANCE NOT NUMERIC
008390                 ADD 1 TO WS-UNREADABLE-IMAGE-COUNT
008400                 GO TO 5100-EXIT
008410             END-IF
008420             MOVE WS-IMAGE-BALANCE TO WS-IMAGE-BEFORE-BALANCE
008430             MOVE RCVY-AFTER-IMAGE TO WS-IMAGE-AREA
008440             IF WS-IMAGE-BALANCE NOT NUMERIC
008450                 ADD 1 TO WS-UNREADABLE-IMAGE-COUNT
008460                 GO TO 5100-EXIT
008470             END-IF
008480             ADD 1 TO WS-APPROVED-COUNT
008490             COMPUTE WS-APPROVED-TOTAL = WS-APPROVED-TOTAL
008500                 + WS-IMAGE-BALANCE - WS-IMAGE-BEFORE-BALANCE
008510         WHEN RCVY-CHANGE AND RCVY-PROGRAM-ID = "LOANCLS"
008520             MOVE RCVY-BEFORE-IMAGE TO WS-IMAGE-AREA
008530             IF WS-IMAGE-BALANCE NOT NUMERIC
008540                 ADD 1 TO WS-UNREADABLE-IMAGE-COUNT
008550                 GO TO 5100-EXIT
008560             END-IF
008570             MOVE WS-IMAGE-BALANCE TO WS-IMAGE-BEFORE-BALANCE
008580             MOVE RCVY-AFTER-IMAGE TO WS-IMAGE-AREA
008590             IF WS-IMAGE-BALANCE NOT NUMERIC
008600                 ADD 1 TO WS-UNREADABLE-IMAGE-COUNT
008610                 GO TO 5100-EXIT
008620             END-IF
008630             ADD 1 TO WS-PAYOFF-COUNT
008640             COMPUTE WS-PAYOFF-TOTAL = WS-PAYOFF-TOTAL
008650                 + WS-IMAGE-BALANCE - WS-IMAGE-BEFORE-BALANCE
008660         WHEN RCVY-CHANGE AND RCVY-PROGRAM-ID = "FEEPOST"
008670             PERFORM 5150-MEASURE-CHANGE THRU 5150-EXIT
008680             IF WS-IMAGE-READABLE
008690                 ADD 1 TO WS-JRNL-FEE-COUNT
008700                 ADD WS-IMAGE-CHANGE TO WS-JRNL-FEE-TOTAL
008710             END-IF
008720         WHEN RCVY-CHANGE
008730             AND (RCVY-PROGRAM-ID = "PI" OR "PI1" OR "PI2"
008740                 OR "PI3" OR "PI4")
008750             PERFORM 5150-MEASURE-CHANGE THRU 5150-EXIT
008760             IF WS-IMAGE-READABLE
008770                 ADD 1 TO WS-JRNL-INTEREST-COUNT
008780                 ADD WS-IMAGE-CHANGE TO WS-JRNL-INTEREST-TOTAL
008790             END-IF
008800     END-EVALUATE
008810     .
008820 5100-EXIT.
008830     EXIT.
008840
008850*-------------------------------------------------------------------
008860* 5150-MEASURE-CHANGE - the balance change one journaled master
008870* change made, after image less before image.
008880*-------------------------------------------------------------------
008890 5150-MEASURE-CHANGE.
008900     SET WS-IMAGE-READABLE TO TRUE
008910     MOVE RCVY-BEFORE-IMAGE TO WS-IMAGE-AREA
008920     IF WS-IMAGE-BALANCE NOT NUMERIC
008930         SET WS-IMAGE-UNREADABLE TO TRUE
008940         ADD 1 TO WS-UNREADABLE-IMAGE-COUNT
008950         GO TO 5150-EXIT
008960     END-IF
008970     MOVE WS-IMAGE-BALANCE TO WS-IMAGE-BEFORE-BALANCE
008980     MOVE RCVY-AFTER-IMAGE TO WS-IMAGE-AREA
008990     IF WS-IMAGE-BALANCE NOT NUMERIC
009000         SET WS-IMAGE-UNREADABLE TO TRUE
009010         ADD 1 TO WS-UNREADABLE-IMAGE-COUNT
009020         GO TO 5150-EXIT
009030     END-IF
009040     COMPUTE WS-IMAGE-CHANGE = WS-IMAGE-BALANCE
009050         - WS-IMAGE-BEFORE-BALANCE
009060     .
009070 5150-EXIT.
009080     EXIT.
009090
009100*-------------------------------------------------------------------
009110* 5500-CHECK-RUN-FILES - the window is not proved when either
009120* cumulative file is shorter than the position last proved (it
009130* has been replaced), or when the fee or calculation history
009140* cannot account for the changes its step journaled inside the
009150* window: those files hold only the latest run, so a difference
009160* means more than one run fell in the window and an earlier
009170* one's postings are no longer on file. Where the step journaled
009180* nothing inside the window its file is from an earlier window
009190* and adds nothing tonight.
009200*-------------------------------------------------------------------
009210 5500-CHECK-RUN-FILES.
009220     IF WS-POSTHIST-READ-COUNT < WS-OPENING-POSTHIST-POSITION
009230         MOVE "NOT PROVED - POSTED HISTORY SHORTER THAN LAST "
009240             & "PROVED POSITION" TO WS-REFUSAL-REASON
009250         SET WS-PROOF-REFUSED TO TRUE
009260     END-IF
009270     IF WS-RCVY-READ-COUNT < WS-OPENING-RCVY-POSITION
009280         MOVE "NOT PROVED - RECOVERY JOURNAL SHORTER THAN LAS"
009290             & "T PROVED POSITION" TO WS-REFUSAL-REASON
009300         SET WS-PROOF-REFUSED TO TRUE
009310     END-IF
009320     IF WS-JRNL-FEE-COUNT > ZERO
009330         IF WS-FEEHIST-TOTAL NOT = WS-JRNL-FEE-TOTAL
009340             MOVE "NOT PROVED - MORE THAN ONE FEEPOST RUN SINC"
009350                 & "E THE LAST TRIAL BALANCE" TO WS-REFUSAL-REASON
009360             SET WS-PROOF-REFUSED TO TRUE
009370         ELSE
009380             MOVE WS-FEEHIST-COUNT TO WS-FEE-COUNT
009390             MOVE WS-FEEHIST-TOTAL TO WS-FEE-TOTAL
009400         END-IF
009410     END-IF
009420     IF WS-JRNL-INTEREST-COUNT > ZERO
009430         IF NOT WS-AMORT-TOTALS-SEEN
009440             OR WS-AMORT-INTEREST NOT = WS-JRNL-INTEREST-TOTAL
009450             MOVE "NOT PROVED - MORE THAN ONE PI RUN SINCE THE"
009460                 & " LAST TRIAL BALANCE" TO WS-REFUSAL-REASON
009470             SET WS-PROOF-REFUSED TO TRUE
009480         ELSE
009490             MOVE WS-AMORT-POSTED-COUNT TO WS-INTEREST-COUNT
009500             MOVE WS-AMORT-INTEREST TO WS-INTEREST-TOTAL
009510         END-IF
009520     END-IF
009530     IF WS-PROOF-REFUSED AND WS-OPENING-FOUND
009540         DISPLAY WS-REFUSAL-REASON
009550         IF RETURN-CODE < 12
009560             MOVE 12 TO RETURN-CODE
009570         END-IF
009580     END-IF
009590     .
009600 5500-EXIT.
009610     EXIT.
009620
009630*-------------------------------------------------------------------
009640* 6000-SWEEP-MASTER - every record on the master, open or
009650* closed, into the closing count and total.
009660*-------------------------------------------------------------------
009670 6000-SWEEP-MASTER.
009680     OPEN INPUT ACCOUNT-MASTER
009690     IF NOT WS-ACCTMSTR-OK
009700         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - "
009710             "RUN TERMINATED"
009720         MOVE 16 TO RETURN-CODE
009730         GO TO 9999-TERMINATE
009740     END-IF
009750     PERFORM 6100-SWEEP-ONE-ACCOUNT THRU 6100-EXIT
009760         UNTIL WS-ACCTMSTR-EOF
009770     .
009780 6000-EXIT.
009790     EXIT.
009800
009810*-------------------------------------------------------------------
009820* 6100-SWEEP-ONE-ACCOUNT - one master record into the sweep.
009830*-------------------------------------------------------------------
009840 6100-SWEEP-ONE-ACCOUNT.
009850     READ ACCOUNT-MASTER NEXT
009860         AT END
009870             GO TO 6100-EXIT
009880     END-READ
009890     ADD 1 TO WS-MASTER-COUNT
009900     ADD ACCT-BALANCE TO WS-MASTER-TOTAL
009910     .
009920 6100-EXIT.
009930     EXIT.
009940
009950*-------------------------------------------------------------------
009960* 7000-PROVE-MASTER - the opening rolled forward by every
009970* component, against the swept total. Any difference at all is
009980* out of balance, RETURN-CODE 12. With no opening, or a window
009990* 5500 could not account for, there is nothing to prove.
010000*-------------------------------------------------------------------
010010 7000-PROVE-MASTER.
010020     IF NOT WS-OPENING-FOUND OR WS-PROOF-REFUSED
010030         GO TO 7000-EXIT
010040     END-IF
010050     COMPUTE WS-EXPECTED-TOTAL = WS-OPENING-TOTAL
010060         + WS-DEPOSIT-TOTAL - WS-WITHDRAWAL-TOTAL
010070         - WS-PAYMENT-TOTAL + WS-REVERSAL-TOTAL
010080         + WS-FEE-TOTAL + WS-INTEREST-TOTAL
010090         + WS-APPROVED-TOTAL + WS-PAYOFF-TOTAL
010100         + WS-ADDED-TOTAL - WS-DELETED-TOTAL
010110     COMPUTE WS-OUT-OF-BALANCE = WS-MASTER-TOTAL
010120         - WS-EXPECTED-TOTAL
010130     IF WS-OUT-OF-BALANCE NOT = ZERO
010140         DISPLAY "ACCOUNT-MASTER OUT OF BALANCE - SEE TRIAL BALAN"
010150             "CE REPORT"
010160         IF RETURN-CODE < 12
010170             MOVE 12 TO RETURN-CODE
010180         END-IF
010190     END-IF
010200     .
010210 7000-EXIT.
010220     EXIT.
010230
010240*-------------------------------------------------------------------
010250* 7700-CARRY-FORWARD - tonight's swept total onto the trial-
010260* balance history as tomorrow's opening. The swept total, not
010270* the expected one, is carried, so a difference is reported the
010280* night it happens and not again every night after. The records
010290* read tonight are carried as the positions the next window
010300* starts from.
010310*-------------------------------------------------------------------
010320 7700-CARRY-FORWARD.
010330     OPEN EXTEND TRIAL-BALANCE-HISTORY
010340     MOVE SPACES TO TBAL-RECORD
010350     MOVE WS-REPORT-DATE TO TBAL-RUN-DATE
010360     MOVE WS-MASTER-COUNT TO TBAL-ACCOUNT-COUNT
010370     MOVE WS-MASTER-TOTAL TO TBAL-MASTER-TOTAL
010380     MOVE WS-OUT-OF-BALANCE TO TBAL-OUT-OF-BALANCE
010390     MOVE WS-RUN-TIME-EDIT TO TBAL-RUN-TIME
010400     MOVE WS-POSTHIST-READ-COUNT TO TBAL-POSTHIST-POSITION
010410     MOVE WS-RCVY-READ-COUNT TO TBAL-RCVY-POSITION
010420     WRITE TBAL-RECORD
010430     CLOSE TRIAL-BALANCE-HISTORY
010440     .
010450 7700-EXIT.
010460     EXIT.
010470
010480*-------------------------------------------------------------------
010490* 8000-PRINT-TRIAL-BALANCE - the roll-forward one component to a
010500* line, the expected and swept totals, and the verdict.
010510*-------------------------------------------------------------------
010520 8000-PRINT-TRIAL-BALANCE.
010530     ADD 1 TO WS-PAGE-NUMBER
010540     MOVE WS-REPORT-DATE TO TRPT-HDR-DATE
010550     MOVE WS-PAGE-NUMBER TO TRPT-HDR-PAGE
010560     WRITE TRPT-PRINT-RECORD FROM TRPT-HEADING-LINE
010570     MOVE SPACES TO TRPT-MESSAGE
010580     WRITE TRPT-PRINT-RECORD FROM TRPT-MESSAGE-LINE
010590     IF WS-OPENING-FOUND
010600         MOVE SPACES TO TRPT-PRF-LABEL
010610         STRING "OPENING TOTAL CARRIED FROM "
010620             WS-OPENING-DATE " " WS-OPENING-TIME
010630             DELIMITED BY SIZE INTO TRPT-PRF-LABEL
010640     ELSE
010650         MOVE "OPENING MASTER TOTAL - NONE CARRIED FORWARD"
010660             TO TRPT-PRF-LABEL
010670     END-IF
010680     MOVE ZERO TO TRPT-PRF-COUNT
010690     MOVE WS-OPENING-TOTAL TO TRPT-PRF-AMOUNT
010700     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
010710     MOVE "ADD DEPOSITS POSTED (TRANPOST)" TO TRPT-PRF-LABEL
010720     MOVE WS-DEPOSIT-COUNT TO TRPT-PRF-COUNT
010730     MOVE WS-DEPOSIT-TOTAL TO TRPT-PRF-AMOUNT
010740     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
010750     MOVE "LESS WITHDRAWALS POSTED (TRANPOST)" TO TRPT-PRF-LABEL
010760     MOVE WS-WITHDRAWAL-COUNT TO TRPT-PRF-COUNT
010770     MOVE WS-WITHDRAWAL-TOTAL TO TRPT-PRF-AMOUNT
010780     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
010790     MOVE "LESS PAYMENTS POSTED (TRANPOST)" TO TRPT-PRF-LABEL
010800     MOVE WS-PAYMENT-COUNT TO TRPT-PRF-COUNT
010810     MOVE WS-PAYMENT-TOTAL TO TRPT-PRF-AMOUNT
010820     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
010830     MOVE "ADD NET REVERSALS POSTED (TRANPOST)" TO TRPT-PRF-LABEL
010840     MOVE WS-REVERSAL-COUNT TO TRPT-PRF-COUNT
010850     MOVE WS-REVERSAL-TOTAL TO TRPT-PRF-AMOUNT
010860     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
010870     MOVE "ADD FEES POSTED (FEEPOST)" TO TRPT-PRF-LABEL
010880     MOVE WS-FEE-COUNT TO TRPT-PRF-COUNT
010890     MOVE WS-FEE-TOTAL TO TRPT-PRF-AMOUNT
010900     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
010910     MOVE "ADD INTEREST POSTED (PI)" TO TRPT-PRF-LABEL
010920     MOVE WS-INTEREST-COUNT TO TRPT-PRF-COUNT
010930     MOVE WS-INTEREST-TOTAL TO TRPT-PRF-AMOUNT
010940     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
010950     MOVE "ADD APPROVED BALANCE CHANGES (MNTAPPR)"
010960         TO TRPT-PRF-LABEL
010970     MOVE WS-APPROVED-COUNT TO TRPT-PRF-COUNT
010980     MOVE WS-APPROVED-TOTAL TO TRPT-PRF-AMOUNT
010990     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
011000     MOVE "ADD PAYOFF INTEREST AND FEES (LOANCLS)"
011010         TO TRPT-PRF-LABEL
011020     MOVE WS-PAYOFF-COUNT TO TRPT-PRF-COUNT
011030     MOVE WS-PAYOFF-TOTAL TO TRPT-PRF-AMOUNT
011040     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
011050     MOVE "ADD ACCOUNTS ADDED (RCVYJRNL)" TO TRPT-PRF-LABEL
011060     MOVE WS-ADDED-COUNT TO TRPT-PRF-COUNT
011070     MOVE WS-ADDED-TOTAL TO TRPT-PRF-AMOUNT
011080     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
011090     MOVE "LESS ACCOUNTS DELETED (RCVYJRNL)" TO TRPT-PRF-LABEL
011100     MOVE WS-DELETED-COUNT TO TRPT-PRF-COUNT
011110     MOVE WS-DELETED-TOTAL TO TRPT-PRF-AMOUNT
011120     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
011130     MOVE SPACES TO TRPT-MESSAGE
011140     WRITE TRPT-PRINT-RECORD FROM TRPT-MESSAGE-LINE
011150     MOVE "EXPECTED CLOSING MASTER TOTAL" TO TRPT-PRF-LABEL
011160     MOVE ZERO TO TRPT-PRF-COUNT
011170     MOVE WS-EXPECTED-TOTAL TO TRPT-PRF-AMOUNT
011180     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
011190     MOVE "ACCOUNT-MASTER SWEEP TOTAL" TO TRPT-PRF-LABEL
011200     MOVE WS-MASTER-COUNT TO TRPT-PRF-COUNT
011210     MOVE WS-MASTER-TOTAL TO TRPT-PRF-AMOUNT
011220     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
011230     MOVE "OUT OF BALANCE (SWEEP LESS EXPECTED)" TO TRPT-PRF-LABEL
011240     MOVE ZERO TO TRPT-PRF-COUNT
011250     MOVE WS-OUT-OF-BALANCE TO TRPT-PRF-AMOUNT
011260     WRITE TRPT-PRINT-RECORD FROM TRPT-PROOF-LINE
011270     MOVE SPACES TO TRPT-MESSAGE
011280     WRITE TRPT-PRINT-RECORD FROM TRPT-MESSAGE-LINE
011290     EVALUATE TRUE
011300         WHEN NOT WS-OPENING-FOUND
011310             MOVE "NOT PROVED - NO OPENING TOTAL CARRIED FORWARD"
011320                 TO TRPT-MESSAGE
011330         WHEN WS-PROOF-REFUSED
011340             MOVE WS-REFUSAL-REASON TO TRPT-MESSAGE
011350         WHEN WS-OUT-OF-BALANCE = ZERO
011360             MOVE "*** MASTER IN BALANCE ***" TO TRPT-MESSAGE
011370         WHEN OTHER
011380             MOVE "*** MASTER OUT OF BALANCE ***" TO TRPT-MESSAGE
011390     END-EVALUATE
011400     WRITE TRPT-PRINT-RECORD FROM TRPT-MESSAGE-LINE
011410     .
011420 8000-EXIT.
011430     EXIT.
011440
011450*-------------------------------------------------------------------
011460* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
011470* and its return code on the shared run-control file. Nothing
011480* to stamp when the run was refused before its start was
011490* stamped.
011500* The shared file is re-read before stamping, so entries other
011510* programs (or sibling sweep partitions) wrote since start-up
011520* are carried forward, not overwritten from a stale copy.
011530*-------------------------------------------------------------------
011540 9800-RUN-CONTROL-END.
011550     IF NOT WS-RCTL-STAMPED
011560         GO TO 9800-EXIT
011570     END-IF
011580     ACCEPT WS-CURRENT-TIME FROM TIME
011590     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
011600         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
011610     MOVE ZERO TO WS-RCTL-COUNT
011620     OPEN INPUT RUN-CONTROL-FILE
011630     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
011640         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
011650             UNTIL NOT WS-RUNCTL-OK
011660         CLOSE RUN-CONTROL-FILE
011670     END-IF
011680     MOVE ZERO TO WS-RCTL-OWN-IX
011690     MOVE ZERO TO WS-RCTL-PRED-IX
011700     MOVE ZERO TO WS-RCTL-BLOCKER-IX
011710     MOVE ZERO TO WS-RCTL-FAILED-IX
011720     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
011730         VARYING WS-RCTL-IX FROM 1 BY 1
011740         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
011750     IF WS-RCTL-OWN-IX = ZERO
011760         IF WS-RCTL-COUNT >= WS-RCTL-MAX
011770             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
011780             GO TO 9800-EXIT
011790         END-IF
011800         ADD 1 TO WS-RCTL-COUNT
011810         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
011820         MOVE WS-RCTL-OWN-PROGRAM
011830             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
011840         MOVE WS-RCTL-OWN-MASTER-FLAG
011850             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
011860     END-IF
011870     IF RETURN-CODE < 16
011880         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
011890     ELSE
011900         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
011910     END-IF
011920     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
011930     MOVE WS-RUN-TIME-EDIT
011940         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
011950     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
011960     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
011970     .
011980 9800-EXIT.
011990     EXIT.
012000
012010*-------------------------------------------------------------------
012020* 9999-TERMINATE - single exit point for the run.
012030*-------------------------------------------------------------------
012040 9999-TERMINATE.
012050     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
012060     CLOSE TRIAL-BALANCE-REPORT
012070     CLOSE ACCOUNT-MASTER
012080     STOP RUN.
012090 END PROGRAM TRIALBAL.
