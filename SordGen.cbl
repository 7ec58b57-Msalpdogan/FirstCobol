000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Standing order generator: each night, write a
000050*              MONTRAN transaction for every standing instruction
000060*              (STANDING-ORDER-MASTER, shared SORDREC copybook)
000070*              falling due on or before the run date, then move
000080*              the instruction's next due date on by its frequency
000090*              or expire it past its end date. An occurrence the
000100*              account cannot take - no account on the master, a
000110*              closed account, a withdrawal from a dormant one -
000120*              is skipped and listed with its reason, as are those
000130*              of a suspended instruction. The transactions go
000140*              onto the same MONTRAN the keyed and bank work is
000150*              on, so TRANPOST posts and proves them all together.
000160* Tectonics:   cobc
000170*-------------------------------------------------------------------
000180* Modification History
000190* Date       Init  Description
000200* ---------- ----  ------------------------------------------------
000210* 2026-10-15  MSA  New program: recurring payments and transfers
000220*                   were keyed by hand each cycle, and a missed one
000230*                   was only found when the customer called.
000240*******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    SORDGEN.
000270 AUTHOR.        MSALPDOGAN.
000280 INSTALLATION.  OPERATIONS.
000290 DATE-WRITTEN.  10/15/2026.
000300 DATE-COMPILED.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL STANDING-ORDER-MASTER ASSIGN TO "SORDMSTR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SORD-ID
000380         FILE STATUS IS WS-SORDMSTR-STATUS.
000390
000400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS ACCT-ID
000440         FILE STATUS IS WS-ACCTMSTR-STATUS.
000450
000460     SELECT OPTIONAL MONEY-TRANS-FILE ASSIGN TO "MONTRAN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-TRANS-STATUS.
000490
000500     SELECT SORD-REPORT ASSIGN TO "SORDRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520
000530     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RUNCTL-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590*-------------------------------------------------------------------
000600* STANDING-ORDER-MASTER - read through in instruction order and
000610* each instruction taken rewritten with its new next due date.
000620* Shared SORDREC layout.
000630*-------------------------------------------------------------------
000640 FD  STANDING-ORDER-MASTER.
000650 COPY SORDREC.
000660
000670*-------------------------------------------------------------------
000680* ACCOUNT-MASTER - read by account ID to check the account can
000690* take the transaction. Shared ACCTREC layout.
000700*-------------------------------------------------------------------
000710 FD  ACCOUNT-MASTER.
000720 COPY ACCTREC.
000730
000740*-------------------------------------------------------------------
000750* MONEY-TRANS-FILE - the posting run's input, extended with one
000760* transaction per occurrence made, in the shared MTRNREC layout.
000770*-------------------------------------------------------------------
000780 FD  MONEY-TRANS-FILE.
000790 COPY MTRNREC.
000800
000810*-------------------------------------------------------------------
000820* SORD-REPORT - every occurrence made or skipped, each
000830* instruction expired, and the run's totals.
000840*-------------------------------------------------------------------
000850 FD  SORD-REPORT.
000860 01  SRPT-PRINT-RECORD  PIC X(160).
000870
000880*-------------------------------------------------------------------
000890* RUN-CONTROL-FILE - the night stream's shared run-sequence
000900* control, one record per batch program in the shared RUNCTLR
000910* layout, checked and stamped by every program in the stream.
000920*-------------------------------------------------------------------
000930 FD  RUN-CONTROL-FILE.
000940 COPY RUNCTLR.
000950
000960 WORKING-STORAGE SECTION.
000970*-------------------------------------------------------------------
000980* Run-sequence control: the shared RUNCTL file loaded at
000990* start-up, checked, stamped with this run's start, and stamped
001000* again with its end and return code at termination. The rules
001010* the checks enforce are with the RUNCTLR copybook.
001020*-------------------------------------------------------------------
001030 01  WS-RUNCTL-STATUS                PIC X(02).
001040     88  WS-RUNCTL-OK                VALUE '00'.
001050     88  WS-RUNCTL-CREATED           VALUE '05'.
001060
001070 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
001080 01  WS-RCTL-TABLE-AREA.
001090     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
001100     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
001110         10  WS-RCTL-PROGRAM         PIC X(08).
001120         10  WS-RCTL-STATE           PIC X(01).
001130         10  WS-RCTL-MASTER          PIC X(01).
001140         10  WS-RCTL-START-DATE      PIC X(10).
001150         10  WS-RCTL-START-TIME      PIC X(08).
001160         10  WS-RCTL-END-DATE        PIC X(10).
001170         10  WS-RCTL-END-TIME        PIC X(08).
001180         10  WS-RCTL-RC              PIC 9(02).
001190
001200 01  WS-RCTL-IX                      PIC 9(03) COMP.
001210 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
001220 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
001230 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
001240
001250 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "SORDGEN".
001260 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "BANKDEP".
001270 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE SPACE.
001280
001290 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
001300     88  WS-RCTL-STAMPED             VALUE 'Y'.
001310
001320 01  WS-CURRENT-TIME                 PIC 9(08).
001330 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
001340     05  WS-TIME-HH                  PIC 9(02).
001350     05  WS-TIME-MN                  PIC 9(02).
001360     05  WS-TIME-SS                  PIC 9(02).
001370     05  WS-TIME-CC                  PIC 9(02).
001380 01  WS-RUN-TIME-EDIT                PIC X(08).
001390
001400*-------------------------------------------------------------------
001410* Print lines, kept in working storage so their VALUE clauses
001420* are honored (VALUE on FILE SECTION entries is commentary
001430* only), and written with WRITE ... FROM.
001440*-------------------------------------------------------------------
001450 01  SRPT-HEADING-LINE.
001460     05  FILLER                      PIC X(01) VALUE '1'.
001470     05  FILLER                      PIC X(30)
001480                 VALUE "STANDING ORDER GENERATION".
001490     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001500     05  SRPT-HDR-DATE               PIC X(10).
001510     05  FILLER                      PIC X(10) VALUE SPACES.
001520     05  FILLER                      PIC X(05) VALUE "PAGE ".
001530     05  SRPT-HDR-PAGE               PIC ZZ9.
001540
001550 01  SRPT-COLUMN-LINE.
001560     05  FILLER                      PIC X(01) VALUE SPACE.
001570     05  FILLER                      PIC X(10) VALUE "ORDER".
001580     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
001590     05  FILLER                      PIC X(04) VALUE "TRN".
001600     05  FILLER                      PIC X(17)
001610                                      VALUE "           AMOUNT".
001620     05  FILLER                      PIC X(07) VALUE "  FREQ".
001630     05  FILLER                      PIC X(12) VALUE "DUE DATE".
001640     05  FILLER                      PIC X(11) VALUE "ACTION".
001650     05  FILLER                      PIC X(30) VALUE "REASON".
001660
001670 01  SRPT-DETAIL-LINE.
001680     05  FILLER                      PIC X(01) VALUE SPACE.
001690     05  SRPT-DTL-SORD               PIC X(08).
001700     05  FILLER                      PIC X(02) VALUE SPACES.
001710     05  SRPT-DTL-ACCT               PIC X(07).
001720     05  FILLER                      PIC X(02) VALUE SPACES.
001730     05  SRPT-DTL-TRAN-CODE          PIC X(03).
001740     05  SRPT-DTL-AMOUNT             PIC $(13)9.99.
001750     05  FILLER                      PIC X(05) VALUE SPACES.
001760     05  SRPT-DTL-FREQUENCY          PIC X(01).
001770     05  FILLER                      PIC X(03) VALUE SPACES.
001780     05  SRPT-DTL-DUE-DATE           PIC 9999/99/99.
001790     05  FILLER                      PIC X(02) VALUE SPACES.
001800     05  SRPT-DTL-ACTION             PIC X(10).
001810     05  FILLER                      PIC X(01) VALUE SPACE.
001820     05  SRPT-DTL-REASON             PIC X(30).
001830
001840 01  SRPT-SECTION-LINE.
001850     05  FILLER                      PIC X(01) VALUE SPACE.
001860     05  SRPT-SECTION-TITLE          PIC X(40).
001870
001880 01  SRPT-TALLY-LINE.
001890     05  FILLER                      PIC X(01) VALUE SPACE.
001900     05  SRPT-TLY-LABEL              PIC X(40).
001910     05  SRPT-TLY-VALUE              PIC ZZZZZZZZ9.
001920
001930 01  SRPT-COUNT-LINE.
001940     05  FILLER                      PIC X(01) VALUE SPACE.
001950     05  SRPT-CNT-LABEL              PIC X(40).
001960     05  SRPT-CNT-VALUE              PIC ZZZZZZZZ9.
001970     05  FILLER                      PIC X(02) VALUE SPACES.
001980     05  SRPT-CNT-AMOUNT             PIC $(13)9.99.
001990
002000 01  WS-SORDMSTR-STATUS              PIC X(02).
002010     88  WS-SORDMSTR-OK              VALUE '00'.
002020     88  WS-SORDMSTR-CREATED         VALUE '05'.
002030
002040 01  WS-ACCTMSTR-STATUS              PIC X(02).
002050     88  WS-ACCTMSTR-OK              VALUE '00'.
002060
002070 01  WS-TRANS-STATUS                 PIC X(02).
002080     88  WS-TRANS-OK                 VALUE '00'.
002090     88  WS-TRANS-CREATED            VALUE '05'.
002100
002110 01  WS-SORD-EOF-SWITCH              PIC X(01) VALUE 'N'.
002120     88  WS-SORD-EOF                 VALUE 'Y'.
002130
002140*-------------------------------------------------------------------
002150* The occurrence in hand: its due date, and the reason it is
002160* skipped (spaces = made).
002170*-------------------------------------------------------------------
002180 01  WS-DUE-DATE                     PIC 9(08).
002190 01  WS-SKIP-REASON                  PIC X(30).
002200
002210*-------------------------------------------------------------------
002220* Due date arithmetic: the date in WS-EDIT-DATE moved on by a
002230* number of days or months, and the last day of its month.
002240*-------------------------------------------------------------------
002250 01  WS-EDIT-DATE                    PIC 9(08).
002260 01  WS-EDIT-DATE-GROUP REDEFINES WS-EDIT-DATE.
002270     05  WS-EDIT-YYYY                PIC 9(04).
002280     05  WS-EDIT-MM                  PIC 9(02).
002290     05  WS-EDIT-DD                  PIC 9(02).
002300 01  WS-ADD-DAYS                     PIC 9(02).
002310 01  WS-ADD-MONTHS                   PIC 9(02).
002320 01  WS-MONTH-END-DAY                PIC 9(02).
002330 01  WS-LEAP-QUOTIENT                PIC 9(04).
002340 01  WS-LEAP-REMAINDER               PIC 9(04).
002350
002360*-------------------------------------------------------------------
002370* Run counters and totals.
002380*-------------------------------------------------------------------
002390 01  WS-SORD-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
002400 01  WS-SORD-NOT-DUE-COUNT           PIC 9(07) COMP VALUE ZERO.
002410 01  WS-SORD-DUE-COUNT               PIC 9(07) COMP VALUE ZERO.
002420 01  WS-SORD-ENDED-COUNT             PIC 9(07) COMP VALUE ZERO.
002430 01  WS-SORD-EXPIRED-COUNT           PIC 9(07) COMP VALUE ZERO.
002440 01  WS-DEPOSIT-COUNT                PIC 9(07) VALUE ZERO.
002450 01  WS-DEPOSIT-AMOUNT               PIC 9(13)V9(2) VALUE ZERO.
002460 01  WS-WITHDRAWAL-COUNT             PIC 9(07) VALUE ZERO.
002470 01  WS-WITHDRAWAL-AMOUNT            PIC 9(13)V9(2) VALUE ZERO.
002480 01  WS-PAYMENT-COUNT                PIC 9(07) VALUE ZERO.
002490 01  WS-PAYMENT-AMOUNT               PIC 9(13)V9(2) VALUE ZERO.
002500 01  WS-GENERATED-COUNT              PIC 9(07) VALUE ZERO.
002510 01  WS-GENERATED-AMOUNT             PIC 9(13)V9(2) VALUE ZERO.
002520 01  WS-SKIPPED-COUNT                PIC 9(07) VALUE ZERO.
002530 01  WS-SKIPPED-AMOUNT               PIC 9(13)V9(2) VALUE ZERO.
002540 01  WS-SUSPENDED-COUNT              PIC 9(07) VALUE ZERO.
002550 01  WS-SUSPENDED-AMOUNT             PIC 9(13)V9(2) VALUE ZERO.
002560
002570*-------------------------------------------------------------------
002580* Report date and pagination fields.
002590*-------------------------------------------------------------------
002600 01  WS-CURRENT-DATE                 PIC 9(08).
002610 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
002620     05  WS-DATE-YYYY                PIC 9(04).
002630     05  WS-DATE-MM                  PIC 9(02).
002640     05  WS-DATE-DD                  PIC 9(02).
002650 01  WS-REPORT-DATE                  PIC X(10).
002660
002670 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
002680 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
002690 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
002700
002710 PROCEDURE DIVISION.
002720*-------------------------------------------------------------------
002730* 0000-MAINLINE - take every instruction falling due, then print
002740* the run's totals.
002750*-------------------------------------------------------------------
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002780     PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
002790         UNTIL WS-SORD-EOF
002800     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
002810     DISPLAY "STANDING ORDER TRANSACTIONS MADE: "
002820         WS-GENERATED-COUNT
002830     DISPLAY "STANDING ORDER OCCURRENCES SKIPPED: "
002840         WS-SKIPPED-COUNT
002850     GO TO 9999-TERMINATE.
002860
002870*-------------------------------------------------------------------
002880* 1000-INITIALIZE - open the report, stamp the run date, check in
002890* with run control and open the files. No standing order file
002900* yet means nothing is due.
002910*-------------------------------------------------------------------
002920 1000-INITIALIZE.
002930     OPEN OUTPUT SORD-REPORT
002940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002950     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
002960         DELIMITED BY SIZE INTO WS-REPORT-DATE
002970     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
002980     OPEN I-O STANDING-ORDER-MASTER
002990     IF NOT WS-SORDMSTR-OK AND NOT WS-SORDMSTR-CREATED
003000         DISPLAY "STANDING-ORDER-MASTER WILL NOT OPEN - RUN TER"
003010             "MINATED"
003020         MOVE 16 TO RETURN-CODE
003030         GO TO 9999-TERMINATE
003040     END-IF
003050     OPEN INPUT ACCOUNT-MASTER
003060     IF NOT WS-ACCTMSTR-OK
003070         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
003080             "ATED"
003090         MOVE 16 TO RETURN-CODE
003100         GO TO 9999-TERMINATE
003110     END-IF
003120     OPEN EXTEND MONEY-TRANS-FILE
003130     IF NOT WS-TRANS-OK AND NOT WS-TRANS-CREATED
003140         DISPLAY "MONEY-TRANS-FILE WILL NOT OPEN - RUN TERMINATED"
003150         MOVE 16 TO RETURN-CODE
003160         GO TO 9999-TERMINATE
003170     END-IF
003180     PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
003190     .
003200 1000-EXIT.
003210     EXIT.
003220
003230*-------------------------------------------------------------------
003240* 1150-RUN-CONTROL-START - load the shared run-control file,
003250* refuse the run while the predecessor step has not ended clean
003260* or another master-updating step is marked in flight, then
003270* stamp this program's entry in flight and write the file back.
003280* An empty or missing file is first-time set-up: the run
003290* proceeds and the file is built from this entry.
003300*-------------------------------------------------------------------
003310 1150-RUN-CONTROL-START.
003320     ACCEPT WS-CURRENT-TIME FROM TIME
003330     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
003340         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
003350     OPEN INPUT RUN-CONTROL-FILE
003360     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
003370         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
003380             UNTIL NOT WS-RUNCTL-OK
003390         CLOSE RUN-CONTROL-FILE
003400     END-IF
003410     MOVE ZERO TO WS-RCTL-OWN-IX
003420     MOVE ZERO TO WS-RCTL-PRED-IX
003430     MOVE ZERO TO WS-RCTL-BLOCKER-IX
003440     IF WS-RCTL-COUNT = ZERO
003450         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
003460         GO TO 1150-STAMP-START
003470     END-IF
003480     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
003490         VARYING WS-RCTL-IX FROM 1 BY 1
003500         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
003510     IF WS-RCTL-PREDECESSOR NOT = SPACES
003520         IF WS-RCTL-PRED-IX = ZERO
003530             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
003540                 "ED: " WS-RCTL-PREDECESSOR
003550             MOVE 16 TO RETURN-CODE
003560             GO TO 9999-TERMINATE
003570         END-IF
003580         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
003590             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
003600                 "UN REFUSED: " WS-RCTL-PREDECESSOR
003610             MOVE 16 TO RETURN-CODE
003620             GO TO 9999-TERMINATE
003630         END-IF
003640     END-IF
003650     IF WS-RCTL-BLOCKER-IX > ZERO
003660         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
003670             "RUN REFUSED: "
003680             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
003690         MOVE 16 TO RETURN-CODE
003700         GO TO 9999-TERMINATE
003710     END-IF
003720     .
003730 1150-STAMP-START.
003740     IF WS-RCTL-OWN-IX > ZERO
003750         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
003760         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
003770             "RT ASSUMED"
003780     END-IF
003790     IF WS-RCTL-OWN-IX = ZERO
003800         IF WS-RCTL-COUNT >= WS-RCTL-MAX
003810             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
003820             MOVE 16 TO RETURN-CODE
003830             GO TO 9999-TERMINATE
003840         END-IF
003850         ADD 1 TO WS-RCTL-COUNT
003860         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
003870         MOVE WS-RCTL-OWN-PROGRAM
003880             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
003890     END-IF
003900     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
003910     MOVE WS-RCTL-OWN-MASTER-FLAG
003920         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
003930     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
003940     MOVE WS-RUN-TIME-EDIT
003950         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
003960     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
003970     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
003980     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
003990     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
004000     SET WS-RCTL-STAMPED TO TRUE
004010     .
004020 1150-EXIT.
004030     EXIT.
004040
004050*-------------------------------------------------------------------
004060* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
004070*-------------------------------------------------------------------
004080 1160-LOAD-RUN-ENTRY.
004090     READ RUN-CONTROL-FILE
004100         AT END
004110             GO TO 1160-EXIT
004120     END-READ
004130     IF WS-RCTL-COUNT >= WS-RCTL-MAX
004140         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
004150             RCTL-PROGRAM-ID
004160         GO TO 1160-EXIT
004170     END-IF
004180     ADD 1 TO WS-RCTL-COUNT
004190     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
004200     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
004210     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
004220     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
004230     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
004240     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
004250     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
004260     IF RCTL-RETURN-CODE NUMERIC
004270         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
004280     ELSE
004290         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
004300     END-IF
004310     .
004320 1160-EXIT.
004330     EXIT.
004340
004350*-------------------------------------------------------------------
004360* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
004370* program's own entry and its predecessor's sit, and any other
004380* master-updating step still marked in flight.
004390*-------------------------------------------------------------------
004400 1170-SCAN-RUN-ENTRY.
004410     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
004420         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
004430         GO TO 1170-EXIT
004440     END-IF
004450     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
004460         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
004470     END-IF
004480     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
004490         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
004500         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
004510     END-IF
004520     .
004530 1170-EXIT.
004540     EXIT.
004550
004560*-------------------------------------------------------------------
004570* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
004580* file, this program's entry updated in place.
004590*-------------------------------------------------------------------
004600 1190-WRITE-RUN-CONTROL.
004610     OPEN OUTPUT RUN-CONTROL-FILE
004620     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
004630         VARYING WS-RCTL-IX FROM 1 BY 1
004640         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
004650     CLOSE RUN-CONTROL-FILE
004660     .
004670 1190-EXIT.
004680     EXIT.
004690
004700*-------------------------------------------------------------------
004710* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
004720*-------------------------------------------------------------------
004730 1195-WRITE-ONE-RUN-ENTRY.
004740     MOVE SPACES TO RUNCTL-RECORD
004750     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
004760     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
004770     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
004780     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
004790     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
004800     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
004810     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
004820     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
004830     WRITE RUNCTL-RECORD
004840     .
004850 1195-EXIT.
004860     EXIT.
004870
004880*-------------------------------------------------------------------
004890* 2000-PROCESS-INSTRUCTION - one instruction. One expired, or not
004900* due until after tonight, is left alone. One due has every
004910* occurrence up to tonight taken - more than one when runs were
004920* missed - and is rewritten with its new next due date, expired
004930* once that passes its end date.
004940*-------------------------------------------------------------------
004950 2000-PROCESS-INSTRUCTION.
004960     READ STANDING-ORDER-MASTER NEXT
004970         AT END
004980             SET WS-SORD-EOF TO TRUE
004990             GO TO 2000-EXIT
005000     END-READ
005010     ADD 1 TO WS-SORD-READ-COUNT
005020     IF SORD-EXPIRED
005030         ADD 1 TO WS-SORD-ENDED-COUNT
005040         GO TO 2000-EXIT
005050     END-IF
005060     IF SORD-NEXT-DUE-DATE > WS-CURRENT-DATE
005070         ADD 1 TO WS-SORD-NOT-DUE-COUNT
005080         GO TO 2000-EXIT
005090     END-IF
005100     ADD 1 TO WS-SORD-DUE-COUNT
005110     IF NOT SORD-FREQUENCY-VALID
005120         MOVE SORD-NEXT-DUE-DATE TO WS-DUE-DATE
005130         MOVE "FREQUENCY INVALID - NOT TAKEN" TO WS-SKIP-REASON
005140         PERFORM 3300-SKIP-OCCURRENCE THRU 3300-EXIT
005150         GO TO 2000-EXIT
005160     END-IF
005170     PERFORM 3000-TAKE-OCCURRENCE THRU 3000-EXIT
005180         UNTIL SORD-NEXT-DUE-DATE > WS-CURRENT-DATE
005190         OR SORD-EXPIRED
005200     REWRITE SORD-MASTER-RECORD
005210         INVALID KEY
005220             DISPLAY "STANDING ORDER REWRITE FAILED: " SORD-ID
005230             IF RETURN-CODE < 8
005240                 MOVE 8 TO RETURN-CODE
005250             END-IF
005260     END-REWRITE
005270     .
005280 2000-EXIT.
005290     EXIT.
005300
005310*-------------------------------------------------------------------
005320* 3000-TAKE-OCCURRENCE - one due date of the instruction: made,
005330* skipped for the account, or passed over while suspended; then
005340* the next due date moved on, and the instruction expired if that
005350* is past its end date.
005360*-------------------------------------------------------------------
005370 3000-TAKE-OCCURRENCE.
005380     MOVE SORD-NEXT-DUE-DATE TO WS-DUE-DATE
005390     MOVE SPACES TO WS-SKIP-REASON
005400     IF SORD-SUSPENDED
005410         PERFORM 3400-PASS-OVER-OCCURRENCE THRU 3400-EXIT
005420     ELSE
005430         PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT
005440         IF WS-SKIP-REASON = SPACES
005450             PERFORM 3200-MAKE-TRANSACTION THRU 3200-EXIT
005460         ELSE
005470             PERFORM 3300-SKIP-OCCURRENCE THRU 3300-EXIT
005480         END-IF
005490     END-IF
005500     MOVE WS-DUE-DATE TO SORD-LAST-DUE-DATE
005510     PERFORM 7500-ADVANCE-DUE-DATE THRU 7500-EXIT
005520     IF SORD-END-DATE NOT = ZERO
005530         AND SORD-NEXT-DUE-DATE > SORD-END-DATE
005540         SET SORD-EXPIRED TO TRUE
005550         ADD 1 TO WS-SORD-EXPIRED-COUNT
005560         MOVE SORD-END-DATE TO WS-DUE-DATE
005570         MOVE "EXPIRED" TO SRPT-DTL-ACTION
005580         MOVE "END DATE REACHED" TO SRPT-DTL-REASON
005590         PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT
005600     END-IF
005610     .
005620 3000-EXIT.
005630     EXIT.
005640
005650*-------------------------------------------------------------------
005660* 3100-CHECK-ACCOUNT - the account must be on the master and not
005670* closed, and a dormant account takes no withdrawal, as TRANPOST
005680* would reject it. Leaves the skip reason blank when it passes.
005690*-------------------------------------------------------------------
005700 3100-CHECK-ACCOUNT.
005710     MOVE SORD-ACCT-ID TO ACCT-ID
005720     READ ACCOUNT-MASTER
005730         INVALID KEY
005740             MOVE "ACCOUNT NOT ON MASTER" TO WS-SKIP-REASON
005750             GO TO 3100-EXIT
005760     END-READ
005770     IF ACCT-CLOSED
005780         MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
005790         GO TO 3100-EXIT
005800     END-IF
005810     IF ACCT-DORMANT AND SORD-WITHDRAWAL
005820         MOVE "ACCOUNT DORMANT - WDR NOT MADE" TO WS-SKIP-REASON
005830     END-IF
005840     .
005850 3100-EXIT.
005860     EXIT.
005870
005880*-------------------------------------------------------------------
005890* 3200-MAKE-TRANSACTION - the occurrence as a MONTRAN transaction
005900* dated tonight, counted by transaction code and listed.
005910*-------------------------------------------------------------------
005920 3200-MAKE-TRANSACTION.
005930     MOVE SPACES TO MONEY-TRANS-RECORD
005940     MOVE WS-REPORT-DATE TO MTRN-POST-DATE
005950     MOVE SORD-TRAN-CODE TO MTRN-TRAN-CODE
005960     MOVE SORD-ACCT-ID TO MTRN-ACCT-ID
005970     MOVE SORD-AMOUNT TO MTRN-AMOUNT
005980     MOVE ZERO TO MTRN-ORIG-REF-NUMBER
005990     WRITE MONEY-TRANS-RECORD
006000     EVALUATE TRUE
006010         WHEN SORD-DEPOSIT
006020             ADD 1 TO WS-DEPOSIT-COUNT
006030             ADD SORD-AMOUNT TO WS-DEPOSIT-AMOUNT
006040         WHEN SORD-WITHDRAWAL
006050             ADD 1 TO WS-WITHDRAWAL-COUNT
006060             ADD SORD-AMOUNT TO WS-WITHDRAWAL-AMOUNT
006070         WHEN OTHER
006080             ADD 1 TO WS-PAYMENT-COUNT
006090             ADD SORD-AMOUNT TO WS-PAYMENT-AMOUNT
006100     END-EVALUATE
006110     ADD 1 TO WS-GENERATED-COUNT
006120     ADD SORD-AMOUNT TO WS-GENERATED-AMOUNT
006130     ADD 1 TO SORD-GENERATED-COUNT
006140     MOVE "GENERATED" TO SRPT-DTL-ACTION
006150     MOVE SPACES TO SRPT-DTL-REASON
006160     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT
006170     .
006180 3200-EXIT.
006190     EXIT.
006200
006210*-------------------------------------------------------------------
006220* 3300-SKIP-OCCURRENCE - the occurrence is not made, listed with
006230* the reason so customer service can follow it up. The run ends
006240* with a warning.
006250*-------------------------------------------------------------------
006260 3300-SKIP-OCCURRENCE.
006270     ADD 1 TO WS-SKIPPED-COUNT
006280     ADD SORD-AMOUNT TO WS-SKIPPED-AMOUNT
006290     MOVE "SKIPPED" TO SRPT-DTL-ACTION
006300     MOVE WS-SKIP-REASON TO SRPT-DTL-REASON
006310     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT
006320     IF RETURN-CODE < 8
006330         MOVE 8 TO RETURN-CODE
006340     END-IF
006350     .
006360 3300-EXIT.
006370     EXIT.
006380
006390*-------------------------------------------------------------------
006400* 3400-PASS-OVER-OCCURRENCE - the instruction is suspended, so
006410* the occurrence is not made; listed, but no warning - it is what
006420* the suspension asked for.
006430*-------------------------------------------------------------------
006440 3400-PASS-OVER-OCCURRENCE.
006450     ADD 1 TO WS-SUSPENDED-COUNT
006460     ADD SORD-AMOUNT TO WS-SUSPENDED-AMOUNT
006470     MOVE "SKIPPED" TO SRPT-DTL-ACTION
006480     MOVE "INSTRUCTION SUSPENDED" TO SRPT-DTL-REASON
006490     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT
006500     .
006510 3400-EXIT.
006520     EXIT.
006530
006540*-------------------------------------------------------------------
006550* 7500-ADVANCE-DUE-DATE - the next due date moved on by the
006560* instruction's frequency: weekly and two-weekly by days, the
006570* others by months, landing on the instruction's due day or the
006580* last day of a shorter month.
006590*-------------------------------------------------------------------
006600 7500-ADVANCE-DUE-DATE.
006610     MOVE SORD-NEXT-DUE-DATE TO WS-EDIT-DATE
006620     EVALUATE TRUE
006630         WHEN SORD-WEEKLY
006640             MOVE 7 TO WS-ADD-DAYS
006650             PERFORM 7510-ADD-DAYS THRU 7510-EXIT
006660         WHEN SORD-BIWEEKLY
006670             MOVE 14 TO WS-ADD-DAYS
006680             PERFORM 7510-ADD-DAYS THRU 7510-EXIT
006690         WHEN SORD-MONTHLY
006700             MOVE 1 TO WS-ADD-MONTHS
006710             PERFORM 7520-ADD-MONTHS THRU 7520-EXIT
006720         WHEN SORD-QUARTERLY
006730             MOVE 3 TO WS-ADD-MONTHS
006740             PERFORM 7520-ADD-MONTHS THRU 7520-EXIT
006750         WHEN SORD-ANNUAL
006760             MOVE 12 TO WS-ADD-MONTHS
006770             PERFORM 7520-ADD-MONTHS THRU 7520-EXIT
006780     END-EVALUATE
006790     MOVE WS-EDIT-DATE TO SORD-NEXT-DUE-DATE
006800     .
006810 7500-EXIT.
006820     EXIT.
006830
006840*-------------------------------------------------------------------
006850* 7510-ADD-DAYS - WS-ADD-DAYS (never more than a month) onto
006860* WS-EDIT-DATE, carrying into the next month and year.
006870*-------------------------------------------------------------------
006880 7510-ADD-DAYS.
006890     PERFORM 7600-MONTH-END-DAY THRU 7600-EXIT
006900     ADD WS-ADD-DAYS TO WS-EDIT-DD
006910     IF WS-EDIT-DD > WS-MONTH-END-DAY
006920         SUBTRACT WS-MONTH-END-DAY FROM WS-EDIT-DD
006930         ADD 1 TO WS-EDIT-MM
006940         IF WS-EDIT-MM > 12
006950             MOVE 1 TO WS-EDIT-MM
006960             ADD 1 TO WS-EDIT-YYYY
006970         END-IF
006980     END-IF
006990     .
007000 7510-EXIT.
007010     EXIT.
007020
007030*-------------------------------------------------------------------
007040* 7520-ADD-MONTHS - WS-ADD-MONTHS onto WS-EDIT-DATE, carrying the
007050* year, on the instruction's due day or the month's last day.
007060*-------------------------------------------------------------------
007070 7520-ADD-MONTHS.
007080     ADD WS-ADD-MONTHS TO WS-EDIT-MM
007090     IF WS-EDIT-MM > 12
007100         SUBTRACT 12 FROM WS-EDIT-MM
007110         ADD 1 TO WS-EDIT-YYYY
007120     END-IF
007130     IF SORD-DUE-DAY NOT = ZERO
007140         MOVE SORD-DUE-DAY TO WS-EDIT-DD
007150     END-IF
007160     PERFORM 7600-MONTH-END-DAY THRU 7600-EXIT
007170     IF WS-EDIT-DD > WS-MONTH-END-DAY
007180         MOVE WS-MONTH-END-DAY TO WS-EDIT-DD
007190     END-IF
007200     .
007210 7520-EXIT.
007220     EXIT.
007230
007240*-------------------------------------------------------------------
007250* 7600-MONTH-END-DAY - the last day of WS-EDIT-DATE's month,
007260* February's length following the leap year rule.
007270*-------------------------------------------------------------------
007280 7600-MONTH-END-DAY.
007290     EVALUATE WS-EDIT-MM
007300         WHEN 4
007310         WHEN 6
007320         WHEN 9
007330         WHEN 11
007340             MOVE 30 TO WS-MONTH-END-DAY
007350         WHEN 2
007360             MOVE 28 TO WS-MONTH-END-DAY
007370             DIVIDE WS-EDIT-YYYY BY 4
007380                 GIVING WS-LEAP-QUOTIENT
007390                 REMAINDER WS-LEAP-REMAINDER
007400             IF WS-LEAP-REMAINDER = ZERO
007410                 MOVE 29 TO WS-MONTH-END-DAY
007420             END-IF
007430             DIVIDE WS-EDIT-YYYY BY 100
007440                 GIVING WS-LEAP-QUOTIENT
007450                 REMAINDER WS-LEAP-REMAINDER
007460             IF WS-LEAP-REMAINDER = ZERO
007470                 MOVE 28 TO WS-MONTH-END-DAY
007480                 DIVIDE WS-EDIT-YYYY BY 400
007490                     GIVING WS-LEAP-QUOTIENT
007500                     REMAINDER WS-LEAP-REMAINDER
007510                 IF WS-LEAP-REMAINDER = ZERO
007520                     MOVE 29 TO WS-MONTH-END-DAY
007530                 END-IF
007540             END-IF
007550         WHEN OTHER
007560             MOVE 31 TO WS-MONTH-END-DAY
007570     END-EVALUATE
007580     .
007590 7600-EXIT.
007600     EXIT.
007610
007620*-------------------------------------------------------------------
007630* 8000-PRINT-HEADINGS - report header and column heads, printed
007640* at the top of every page.
007650*-------------------------------------------------------------------
007660 8000-PRINT-HEADINGS.
007670     ADD 1 TO WS-PAGE-NUMBER
007680     MOVE WS-REPORT-DATE TO SRPT-HDR-DATE
007690     MOVE WS-PAGE-NUMBER TO SRPT-HDR-PAGE
007700     WRITE SRPT-PRINT-RECORD FROM SRPT-HEADING-LINE
007710     WRITE SRPT-PRINT-RECORD FROM SRPT-COLUMN-LINE
007720     MOVE 2 TO WS-LINE-COUNT
007730     .
007740 8000-EXIT.
007750     EXIT.
007760
007770*-------------------------------------------------------------------
007780* 8100-PRINT-DETAIL - one occurrence or expiry of the instruction
007790* in hand, with the action and reason already moved.
007800*-------------------------------------------------------------------
007810 8100-PRINT-DETAIL.
007820     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007830         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
007840     END-IF
007850     MOVE SORD-ID TO SRPT-DTL-SORD
007860     MOVE SORD-ACCT-ID TO SRPT-DTL-ACCT
007870     MOVE SORD-TRAN-CODE TO SRPT-DTL-TRAN-CODE
007880     MOVE SORD-AMOUNT TO SRPT-DTL-AMOUNT
007890     MOVE SORD-FREQUENCY TO SRPT-DTL-FREQUENCY
007900     MOVE WS-DUE-DATE TO SRPT-DTL-DUE-DATE
007910     WRITE SRPT-PRINT-RECORD FROM SRPT-DETAIL-LINE
007920     ADD 1 TO WS-LINE-COUNT
007930     .
007940 8100-EXIT.
007950     EXIT.
007960
007970*-------------------------------------------------------------------
007980* 8500-PRINT-TOTALS - the instructions read and what became of
007990* them, the transactions made by code, and the occurrences
008000* skipped.
008010*-------------------------------------------------------------------
008020 8500-PRINT-TOTALS.
008030     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 16
008040         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008050     END-IF
008060     MOVE SPACES TO SRPT-SECTION-TITLE
008070     WRITE SRPT-PRINT-RECORD FROM SRPT-SECTION-LINE
008080     MOVE "RUN TOTALS" TO SRPT-SECTION-TITLE
008090     WRITE SRPT-PRINT-RECORD FROM SRPT-SECTION-LINE
008100     MOVE "INSTRUCTIONS ON FILE" TO SRPT-TLY-LABEL
008110     MOVE WS-SORD-READ-COUNT TO SRPT-TLY-VALUE
008120     WRITE SRPT-PRINT-RECORD FROM SRPT-TALLY-LINE
008130     MOVE "  NOT YET DUE" TO SRPT-TLY-LABEL
008140     MOVE WS-SORD-NOT-DUE-COUNT TO SRPT-TLY-VALUE
008150     WRITE SRPT-PRINT-RECORD FROM SRPT-TALLY-LINE
008160     MOVE "  EXPIRED BEFORE TONIGHT" TO SRPT-TLY-LABEL
008170     MOVE WS-SORD-ENDED-COUNT TO SRPT-TLY-VALUE
008180     WRITE SRPT-PRINT-RECORD FROM SRPT-TALLY-LINE
008190     MOVE "  DUE TONIGHT" TO SRPT-TLY-LABEL
008200     MOVE WS-SORD-DUE-COUNT TO SRPT-TLY-VALUE
008210     WRITE SRPT-PRINT-RECORD FROM SRPT-TALLY-LINE
008220     MOVE "  EXPIRED TONIGHT" TO SRPT-TLY-LABEL
008230     MOVE WS-SORD-EXPIRED-COUNT TO SRPT-TLY-VALUE
008240     WRITE SRPT-PRINT-RECORD FROM SRPT-TALLY-LINE
008250     MOVE "DEPOSITS MADE (DEP)" TO SRPT-CNT-LABEL
008260     MOVE WS-DEPOSIT-COUNT TO SRPT-CNT-VALUE
008270     MOVE WS-DEPOSIT-AMOUNT TO SRPT-CNT-AMOUNT
008280     WRITE SRPT-PRINT-RECORD FROM SRPT-COUNT-LINE
008290     MOVE "WITHDRAWALS MADE (WDR)" TO SRPT-CNT-LABEL
008300     MOVE WS-WITHDRAWAL-COUNT TO SRPT-CNT-VALUE
008310     MOVE WS-WITHDRAWAL-AMOUNT TO SRPT-CNT-AMOUNT
008320     WRITE SRPT-PRINT-RECORD FROM SRPT-COUNT-LINE
008330     MOVE "PAYMENTS MADE (PMT)" TO SRPT-CNT-LABEL
008340     MOVE WS-PAYMENT-COUNT TO SRPT-CNT-VALUE
008350     MOVE WS-PAYMENT-AMOUNT TO SRPT-CNT-AMOUNT
008360     WRITE SRPT-PRINT-RECORD FROM SRPT-COUNT-LINE
008370     MOVE "TRANSACTIONS WRITTEN TO MONTRAN" TO SRPT-CNT-LABEL
008380     MOVE WS-GENERATED-COUNT TO SRPT-CNT-VALUE
008390     MOVE WS-GENERATED-AMOUNT TO SRPT-CNT-AMOUNT
008400     WRITE SRPT-PRINT-RECORD FROM SRPT-COUNT-LINE
008410     MOVE "OCCURRENCES SKIPPED - ACCOUNT" TO SRPT-CNT-LABEL
008420     MOVE WS-SKIPPED-COUNT TO SRPT-CNT-VALUE
008430     MOVE WS-SKIPPED-AMOUNT TO SRPT-CNT-AMOUNT
008440     WRITE SRPT-PRINT-RECORD FROM SRPT-COUNT-LINE
008450     MOVE "OCCURRENCES SKIPPED - SUSPENDED" TO SRPT-CNT-LABEL
008460     MOVE WS-SUSPENDED-COUNT TO SRPT-CNT-VALUE
008470     MOVE WS-SUSPENDED-AMOUNT TO SRPT-CNT-AMOUNT
008480     WRITE SRPT-PRINT-RECORD FROM SRPT-COUNT-LINE
008490     ADD 13 TO WS-LINE-COUNT
008500     .
008510 8500-EXIT.
008520     EXIT.
008530
008540*-------------------------------------------------------------------
008550* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
008560* and its return code on the shared run-control file. Nothing
008570* to stamp when the run was refused before its start was
008580* stamped.
008590* The shared file is re-read before stamping, so entries other
008600* programs (or sibling sweep partitions) wrote since start-up
008610* are carried forward, not overwritten from a stale copy.
008620*-------------------------------------------------------------------
008630 9800-RUN-CONTROL-END.
008640     IF NOT WS-RCTL-STAMPED
008650         GO TO 9800-EXIT
008660     END-IF
008670     ACCEPT WS-CURRENT-TIME FROM TIME
008680     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
008690         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
008700     MOVE ZERO TO WS-RCTL-COUNT
008710     OPEN INPUT RUN-CONTROL-FILE
008720     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
008730         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
008740             UNTIL NOT WS-RUNCTL-OK
008750         CLOSE RUN-CONTROL-FILE
008760     END-IF
008770     MOVE ZERO TO WS-RCTL-OWN-IX
008780     MOVE ZERO TO WS-RCTL-PRED-IX
008790     MOVE ZERO TO WS-RCTL-BLOCKER-IX
008800     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
008810         VARYING WS-RCTL-IX FROM 1 BY 1
008820         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
008830     IF WS-RCTL-OWN-IX = ZERO
008840         IF WS-RCTL-COUNT >= WS-RCTL-MAX
008850             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
008860             GO TO 9800-EXIT
008870         END-IF
008880         ADD 1 TO WS-RCTL-COUNT
008890         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
008900         MOVE WS-RCTL-OWN-PROGRAM
008910             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
008920         MOVE WS-RCTL-OWN-MASTER-FLAG
008930             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
008940     END-IF
008950     IF RETURN-CODE < 16
008960         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
008970     ELSE
008980         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
008990     END-IF
009000     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
009010     MOVE WS-RUN-TIME-EDIT
009020         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
009030     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
009040     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
009050     .
009060 9800-EXIT.
009070     EXIT.
009080
009090*-------------------------------------------------------------------
009100* 9999-TERMINATE - single exit point for the run.
009110*-------------------------------------------------------------------
009120 9999-TERMINATE.
009130     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
009140     CLOSE SORD-REPORT
009150     CLOSE STANDING-ORDER-MASTER
009160     CLOSE ACCOUNT-MASTER
009170     CLOSE MONEY-TRANS-FILE
009180     STOP RUN.
009190 END PROGRAM SORDGEN.
