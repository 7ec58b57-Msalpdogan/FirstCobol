000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Dormancy run: find each open account's last
000050*              customer activity - the latest deposit, withdrawal
000060*              or payment TRANPOST posted to it (its TPSTHIST
000070*              posted history), or the date it was opened if it
000080*              has none, though never earlier than the day the
000090*              product's posted history begins (DORMPARM's history
000100*              start). PI interest and FEEPOST fees never reach
000110*              that history, so they do not count as activity. An
000120*              account inactive longer than its product's
000130*              threshold on the dormancy parameter file (DORMPARM)
000140*              is moved to dormant status, journaled on RCVYJRNL
000150*              like every master write. The report lists every
000160*              dormant account, newly dormant or already so, with
000170*              its last activity and balance; the quarter-end
000180*              run's listing is compliance's unclaimed-property
000190*              list.
000200* Tectonics:   cobc
000210*-------------------------------------------------------------------
000220* Modification History
000230* Date       Init  Description
000240* ---------- ----  ------------------------------------------------
000250* 2026-10-15  MSA  New program: the quarterly dormant listing was
000260*                   being built by hand.
000270* 2026-10-15  MSA  Open accounts aged from no earlier than their
000280*                   product's history start date on DORMPARM, so
000290*                   activity from before the posted history began
000300*                   does not make them dormant.
000310*******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    DORMANT.
000340 AUTHOR.        MSALPDOGAN.
000350 INSTALLATION.  OPERATIONS.
000360 DATE-WRITTEN.  10/15/2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS ACCT-ID
000450         FILE STATUS IS WS-ACCTMSTR-STATUS.
000460
000470     SELECT OPTIONAL POSTED-HISTORY ASSIGN TO "TPSTHIST"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-POSTHIST-STATUS.
000500
000510     SELECT SORTED-ACTIVITY ASSIGN TO "DRMACTV"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SACT-STATUS.
000540
000550     SELECT ACTIVITY-SORT-FILE ASSIGN TO "DRMSWK".
000560
000570     SELECT DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-DORMPARM-STATUS.
000600
000610     SELECT DORMANCY-REPORT ASSIGN TO "DRMRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNCTL-STATUS.
000670
000680     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*-------------------------------------------------------------------
000740* ACCOUNT-MASTER - swept in key order; accounts found dormant are
000750* rewritten in place. Record layout is the shared ACCTREC
000760* copybook.
000770*-------------------------------------------------------------------
000780 FD  ACCOUNT-MASTER.
000790 COPY ACCTREC.
000800
000810*-------------------------------------------------------------------
000820* POSTED-HISTORY - TRANPOST's record of every transaction it
000830* applied, in the shared POSTREC layout. A missing file just means
000840* no posted activity yet.
000850*-------------------------------------------------------------------
000860 FD  POSTED-HISTORY.
000870 COPY POSTREC.
000880
000890*-------------------------------------------------------------------
000900* SORTED-ACTIVITY - every posted customer transaction's account
000910* and date, in account order, ready for the co-sequential match
000920* with the master.
000930*-------------------------------------------------------------------
000940 FD  SORTED-ACTIVITY.
000950 01  SACT-RECORD.
000960     05  SACT-ACCT-ID                PIC X(07).
000970     05  SACT-ACTIVITY-DATE          PIC X(10).
000980
000990 SD  ACTIVITY-SORT-FILE.
001000 01  ASRT-RECORD.
001010     05  ASRT-ACCT-ID                PIC X(07).
001020     05  ASRT-ACTIVITY-DATE          PIC X(10).
001030
001040*-------------------------------------------------------------------
001050* DORMANCY-PARM-FILE - each product's inactivity threshold, in
001060* the shared DRMPREC layout.
001070*-------------------------------------------------------------------
001080 FD  DORMANCY-PARM-FILE.
001090 COPY DRMPREC.
001100
001110*-------------------------------------------------------------------
001120* DORMANCY-REPORT - one line per dormant account, then the run's
001130* counts.
001140*-------------------------------------------------------------------
001150 FD  DORMANCY-REPORT.
001160 01  DRMR-PRINT-RECORD  PIC X(160).
001170
001180*-------------------------------------------------------------------
001190* RUN-CONTROL-FILE - the night stream's shared run-sequence
001200* control, one record per batch program in the shared RUNCTLR
001210* layout, checked and stamped by every program in the stream.
001220*-------------------------------------------------------------------
001230 FD  RUN-CONTROL-FILE.
001240 COPY RUNCTLR.
001250
001260*-------------------------------------------------------------------
001270* RECOVERY-JOURNAL - before/after images of every master write,
001280* in the shared RCVYREC layout, for the recovery utility.
001290*-------------------------------------------------------------------
001300 FD  RECOVERY-JOURNAL.
001310 COPY RCVYREC.
001320
001330 WORKING-STORAGE SECTION.
001340*-------------------------------------------------------------------
001350* Run-sequence control: the shared RUNCTL file loaded at
001360* start-up, checked, stamped with this run's start, and stamped
001370* again with its end and return code at termination. The rules
001380* the checks enforce are with the RUNCTLR copybook.
001390*-------------------------------------------------------------------
001400 01  WS-RUNCTL-STATUS                PIC X(02).
001410     88  WS-RUNCTL-OK                VALUE '00'.
001420     88  WS-RUNCTL-CREATED           VALUE '05'.
001430
001440 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
001450 01  WS-RCTL-TABLE-AREA.
001460     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
001470     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
001480         10  WS-RCTL-PROGRAM         PIC X(08).
001490         10  WS-RCTL-STATE           PIC X(01).
001500         10  WS-RCTL-MASTER          PIC X(01).
001510         10  WS-RCTL-START-DATE      PIC X(10).
001520         10  WS-RCTL-START-TIME      PIC X(08).
001530         10  WS-RCTL-END-DATE        PIC X(10).
001540         10  WS-RCTL-END-TIME        PIC X(08).
001550         10  WS-RCTL-RC              PIC 9(02).
001560
001570 01  WS-RCTL-IX                      PIC 9(03) COMP.
001580 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
001590 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
001600 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
001610
001620 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "DORMANT".
001630 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "TRANPOST".
001640 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE 'M'.
001650
001660 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
001670     88  WS-RCTL-STAMPED             VALUE 'Y'.
001680
001690 01  WS-CURRENT-TIME                 PIC 9(08).
001700 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
001710     05  WS-TIME-HH                  PIC 9(02).
001720     05  WS-TIME-MN                  PIC 9(02).
001730     05  WS-TIME-SS                  PIC 9(02).
001740     05  WS-TIME-CC                  PIC 9(02).
001750 01  WS-RUN-TIME-EDIT                PIC X(08).
001760
001770*-------------------------------------------------------------------
001780* Print lines, kept in working storage so their VALUE clauses
001790* are honored (VALUE on FILE SECTION entries is commentary
001800* only), and written with WRITE ... FROM.
001810*-------------------------------------------------------------------
001820 01  DRMR-HEADING-LINE.
001830     05  FILLER                      PIC X(01) VALUE '1'.
001840     05  FILLER                      PIC X(30)
001850                 VALUE "DORMANT ACCOUNT LISTING".
001860     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001870     05  DRMR-HDR-DATE               PIC X(10).
001880     05  FILLER                      PIC X(10) VALUE SPACES.
001890     05  FILLER                      PIC X(05) VALUE "PAGE ".
001900     05  DRMR-HDR-PAGE               PIC ZZ9.
001910
001920 01  DRMR-COLUMN-LINE.
001930     05  FILLER                      PIC X(01) VALUE SPACE.
001940     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
001950     05  FILLER                      PIC X(32) VALUE "NAME".
001960     05  FILLER                      PIC X(06) VALUE "PROD".
001970     05  FILLER                      PIC X(12) VALUE "OPENED".
001980     05  FILLER                      PIC X(12)
001990                 VALUE "LAST ACTIVE".
002000     05  FILLER                      PIC X(08) VALUE "   DAYS".
002010     05  FILLER                      PIC X(20)
002020                 VALUE "             BALANCE".
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  FILLER                      PIC X(16) VALUE "NOTE".
002050
002060 01  DRMR-DETAIL-LINE.
002070     05  FILLER                      PIC X(01) VALUE SPACE.
002080     05  DRMR-DTL-ACCT               PIC X(07).
002090     05  FILLER                      PIC X(02) VALUE SPACES.
002100     05  DRMR-DTL-NAME               PIC X(30).
002110     05  FILLER                      PIC X(02) VALUE SPACES.
002120     05  DRMR-DTL-PRODUCT            PIC X(04).
002130     05  FILLER                      PIC X(02) VALUE SPACES.
002140     05  DRMR-DTL-OPENED             PIC 9999/99/99.
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  DRMR-DTL-LAST-ACTIVE        PIC 9999/99/99.
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  DRMR-DTL-DAYS               PIC ZZZZZZ9.
002190     05  FILLER                      PIC X(01) VALUE SPACE.
002200     05  DRMR-DTL-BALANCE            PIC $(13)9.99CR.
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  DRMR-DTL-NOTE               PIC X(16).
002230
002240 01  DRMR-SECTION-LINE.
002250     05  FILLER                      PIC X(01) VALUE SPACE.
002260     05  DRMR-SECTION-TITLE          PIC X(40).
002270
002280 01  DRMR-COUNT-LINE.
002290     05  FILLER                      PIC X(01) VALUE SPACE.
002300     05  DRMR-CNT-LABEL              PIC X(40).
002310     05  DRMR-CNT-VALUE              PIC ZZZZZZZZ9.
002320
002330 01  DRMR-AMOUNT-LINE.
002340     05  FILLER                      PIC X(01) VALUE SPACE.
002350     05  DRMR-AMT-LABEL              PIC X(40).
002360     05  DRMR-AMT-VALUE              PIC $(13)9.99CR.
002370
002380 01  WS-ACCTMSTR-STATUS              PIC X(02).
002390     88  WS-ACCTMSTR-OK              VALUE '00'.
002400     88  WS-ACCTMSTR-EOF             VALUE '10'.
002410
002420 01  WS-POSTHIST-STATUS              PIC X(02).
002430     88  WS-POSTHIST-OK              VALUE '00'.
002440     88  WS-POSTHIST-EOF             VALUE '10'.
002450
002460 01  WS-SACT-STATUS                  PIC X(02).
002470     88  WS-SACT-OK                  VALUE '00'.
002480     88  WS-SACT-EOF                 VALUE '10'.
002490
002500 01  WS-DORMPARM-STATUS              PIC X(02).
002510     88  WS-DORMPARM-OK              VALUE '00'.
002520     88  WS-DORMPARM-EOF             VALUE '10'.
002530     88  WS-DORMPARM-NOT-FOUND       VALUE '35'.
002540
002550*-------------------------------------------------------------------
002560* Each product's inactivity threshold, loaded from the parameter
002570* file. Products are few; a file with more than the table holds
002580* is a set-up error and ends the run.
002590*-------------------------------------------------------------------
002600 01  WS-DRMP-MAX                     PIC 9(03) VALUE 20.
002610 01  WS-DRMP-TABLE-AREA.
002620     05  WS-DRMP-COUNT               PIC 9(03) COMP VALUE ZERO.
002630     05  WS-DRMP-ENTRY OCCURS 20 TIMES.
002640         10  WS-DRMP-PRODUCT         PIC X(04).
002650         10  WS-DRMP-DAYS            PIC 9(05).
002660         10  WS-DRMP-HIST-START      PIC 9(08).
002670
002680 01  WS-DRMP-IX                      PIC 9(03) COMP.
002690 01  WS-DRMP-FOUND-IX                PIC 9(03) COMP.
002700
002710*-------------------------------------------------------------------
002720* Match control: the sorted-activity account in hand, raised to
002730* HIGH-VALUES at end of file, and the latest activity date found
002740* for the master account in hand.
002750*-------------------------------------------------------------------
002760 01  WS-SACT-ACCT                    PIC X(07).
002770 01  WS-LATEST-ACTIVITY              PIC X(10).
002780 01  WS-ACTIVITY-DATE-GROUP.
002790     05  WS-ACTV-YYYY                PIC 9(04).
002800     05  FILLER                      PIC X(01).
002810     05  WS-ACTV-MM                  PIC 9(02).
002820     05  FILLER                      PIC X(01).
002830     05  WS-ACTV-DD                  PIC 9(02).
002840 01  WS-ACTIVITY-NUMERIC             PIC 9(08).
002850 01  WS-LAST-ACTIVE-DATE             PIC 9(08).
002860 01  WS-DAYS-INACTIVE                PIC S9(07) COMP.
002870 01  WS-DORMANT-NOTE                 PIC X(16).
002880
002890*-------------------------------------------------------------------
002900* Recovery-journal images for the master write in progress.
002910*-------------------------------------------------------------------
002920 01  WS-RCVY-ACTION                  PIC X(01).
002930 01  WS-RCVY-BEFORE-IMAGE            PIC X(75).
002940 01  WS-RCVY-AFTER-IMAGE             PIC X(75).
002950
002960*-------------------------------------------------------------------
002970* Run counters and totals.
002980*-------------------------------------------------------------------
002990 01  WS-ACTIVITY-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
003000 01  WS-MASTER-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
003010 01  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
003020 01  WS-OPEN-CHECKED-COUNT           PIC 9(07) COMP VALUE ZERO.
003030 01  WS-NO-THRESHOLD-COUNT           PIC 9(07) COMP VALUE ZERO.
003040 01  WS-NEWLY-DORMANT-COUNT          PIC 9(07) COMP VALUE ZERO.
003050 01  WS-ALREADY-DORMANT-COUNT        PIC 9(07) COMP VALUE ZERO.
003060 01  WS-DORMANT-ACTIVE-COUNT         PIC 9(07) COMP VALUE ZERO.
003070 01  WS-DORMANT-TOTAL-COUNT          PIC 9(07) COMP VALUE ZERO.
003080 01  WS-DORMANT-BALANCE-TOTAL        PIC S9(15)V9(2) VALUE ZERO.
003090
003100*-------------------------------------------------------------------
003110* Day-count fields: a calendar date turned into a running day
003120* number, so two dates can be subtracted to give the days
003130* between them (March-based year, leap days by the Gregorian
003140* rule).
003150*-------------------------------------------------------------------
003160 01  WS-DAYS-DATE                    PIC 9(08).
003170 01  WS-DAYS-DATE-GROUP REDEFINES WS-DAYS-DATE.
003180     05  WS-DAYS-YYYY                PIC 9(04).
003190     05  WS-DAYS-MM                  PIC 9(02).
003200     05  WS-DAYS-DD                  PIC 9(02).
003210 01  WS-DAYS-YEAR                    PIC 9(05) COMP.
003220 01  WS-DAYS-MONTH                   PIC 9(03) COMP.
003230 01  WS-DAYS-LEAP-4                  PIC 9(05) COMP.
003240 01  WS-DAYS-LEAP-100                PIC 9(05) COMP.
003250 01  WS-DAYS-LEAP-400                PIC 9(05) COMP.
003260 01  WS-DAYS-MONTH-PART              PIC 9(05) COMP.
003270 01  WS-DAY-NUMBER                   PIC 9(07) COMP.
003280 01  WS-RUN-DAY-NUMBER               PIC 9(07) COMP.
003290
003300*-------------------------------------------------------------------
003310* Report date and pagination fields.
003320*-------------------------------------------------------------------
003330 01  WS-CURRENT-DATE                 PIC 9(08).
003340 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
003350     05  WS-DATE-YYYY                PIC 9(04).
003360     05  WS-DATE-MM                  PIC 9(02).
003370     05  WS-DATE-DD                  PIC 9(02).
003380 01  WS-REPORT-DATE                  PIC X(10).
003390
003400 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
003410 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
003420 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
003430
003440 PROCEDURE DIVISION.
003450*-------------------------------------------------------------------
003460* 0000-MAINLINE - sort the posted activity to account order, then
003470* sweep the master against it one account at a time, and print
003480* the run's counts.
003490*-------------------------------------------------------------------
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003520     SORT ACTIVITY-SORT-FILE
003530         ON ASCENDING KEY ASRT-ACCT-ID
003540         INPUT PROCEDURE IS 1500-SELECT-ACTIVITY
003550             THRU 1500-EXIT
003560         GIVING SORTED-ACTIVITY
003570     PERFORM 1800-OPEN-MATCH-FILES THRU 1800-EXIT
003580     PERFORM 2000-CHECK-NEXT-ACCOUNT THRU 2000-EXIT
003590         UNTIL WS-ACCTMSTR-EOF
003600     PERFORM 8500-PRINT-COUNTS THRU 8500-EXIT
003610     GO TO 9999-TERMINATE.
003620
003630*-------------------------------------------------------------------
003640* 1000-INITIALIZE - open the report, stamp the run date and its
003650* day number, check in with run control and load the product
003660* thresholds.
003670*-------------------------------------------------------------------
003680 1000-INITIALIZE.
003690     OPEN OUTPUT DORMANCY-REPORT
003700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003710     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003720         DELIMITED BY SIZE INTO WS-REPORT-DATE
003730     MOVE WS-CURRENT-DATE TO WS-DAYS-DATE
003740     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
003750     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
003760     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
003770     PERFORM 1300-LOAD-DORMANCY-PARMS THRU 1300-EXIT
003780     .
003790 1000-EXIT.
003800     EXIT.
003810
003820*-------------------------------------------------------------------
003830* 1150-RUN-CONTROL-START - load the shared run-control file,
003840* refuse the run while the predecessor step has not ended clean
003850* or another master-updating step is marked in flight, then
003860* stamp this program's entry in flight and write the file back.
003870* An empty or missing file is first-time set-up: the run
003880* proceeds and the file is built from this entry.
003890*-------------------------------------------------------------------
003900 1150-RUN-CONTROL-START.
003910     ACCEPT WS-CURRENT-TIME FROM TIME
003920     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
003930         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
003940     OPEN INPUT RUN-CONTROL-FILE
003950     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
003960         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
003970             UNTIL NOT WS-RUNCTL-OK
003980         CLOSE RUN-CONTROL-FILE
003990     END-IF
004000     MOVE ZERO TO WS-RCTL-OWN-IX
004010     MOVE ZERO TO WS-RCTL-PRED-IX
004020     MOVE ZERO TO WS-RCTL-BLOCKER-IX
004030     IF WS-RCTL-COUNT = ZERO
004040         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
004050         GO TO 1150-STAMP-START
004060     END-IF
004070     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
004080         VARYING WS-RCTL-IX FROM 1 BY 1
004090         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
004100     IF WS-RCTL-PREDECESSOR NOT = SPACES
004110         IF WS-RCTL-PRED-IX = ZERO
004120             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
004130                 "ED: " WS-RCTL-PREDECESSOR
004140             MOVE 16 TO RETURN-CODE
004150             GO TO 9999-TERMINATE
004160         END-IF
004170         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
004180             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
004190                 "UN REFUSED: " WS-RCTL-PREDECESSOR
004200             MOVE 16 TO RETURN-CODE
004210             GO TO 9999-TERMINATE
004220         END-IF
004230     END-IF
004240     IF WS-RCTL-BLOCKER-IX > ZERO
004250         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
004260             "RUN REFUSED: "
004270             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
004280         MOVE 16 TO RETURN-CODE
004290         GO TO 9999-TERMINATE
004300     END-IF
004310     .
004320 1150-STAMP-START.
004330     IF WS-RCTL-OWN-IX > ZERO
004340         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
004350         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
004360             "RT ASSUMED"
004370     END-IF
004380     IF WS-RCTL-OWN-IX = ZERO
004390         IF WS-RCTL-COUNT >= WS-RCTL-MAX
004400             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
004410             MOVE 16 TO RETURN-CODE
004420             GO TO 9999-TERMINATE
004430         END-IF
004440         ADD 1 TO WS-RCTL-COUNT
004450         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
004460         MOVE WS-RCTL-OWN-PROGRAM
004470             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
004480     END-IF
004490     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
004500     MOVE WS-RCTL-OWN-MASTER-FLAG
004510         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
004520     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
004530     MOVE WS-RUN-TIME-EDIT
004540         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
004550     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
004560     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
004570     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
004580     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
004590     SET WS-RCTL-STAMPED TO TRUE
004600     .
004610 1150-EXIT.
004620     EXIT.
004630
004640*-------------------------------------------------------------------
004650* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
004660*-------------------------------------------------------------------
004670 1160-LOAD-RUN-ENTRY.
004680     READ RUN-CONTROL-FILE
004690         AT END
004700             GO TO 1160-EXIT
004710     END-READ
004720     IF WS-RCTL-COUNT >= WS-RCTL-MAX
004730         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
004740             RCTL-PROGRAM-ID
004750         GO TO 1160-EXIT
004760     END-IF
004770     ADD 1 TO WS-RCTL-COUNT
004780     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
004790     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
004800     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
004810     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
004820     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
004830     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
004840     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
004850     IF RCTL-RETURN-CODE NUMERIC
004860         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
004870     ELSE
004880         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
004890     END-IF
004900     .
004910 1160-EXIT.
004920     EXIT.
004930
004940*-------------------------------------------------------------------
004950* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
004960* program's own entry and its predecessor's sit, and any other
004970* master-updating step still marked in flight.
004980*-------------------------------------------------------------------
004990 1170-SCAN-RUN-ENTRY.
005000     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
005010         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
005020         GO TO 1170-EXIT
005030     END-IF
005040     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
005050         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
005060     END-IF
005070     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
005080         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
005090         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
005100     END-IF
005110     .
005120 1170-EXIT.
005130     EXIT.
005140
005150*-------------------------------------------------------------------
005160* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
005170* file, this program's entry updated in place.
005180*-------------------------------------------------------------------
005190 1190-WRITE-RUN-CONTROL.
005200     OPEN OUTPUT RUN-CONTROL-FILE
005210     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
005220         VARYING WS-RCTL-IX FROM 1 BY 1
005230         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
005240     CLOSE RUN-CONTROL-FILE
005250     .
005260 1190-EXIT.
005270     EXIT.
005280
005290*-------------------------------------------------------------------
005300* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
005310*-------------------------------------------------------------------
005320 1195-WRITE-ONE-RUN-ENTRY.
005330     MOVE SPACES TO RUNCTL-RECORD
005340     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
005350     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
005360     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
005370     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
005380     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
005390     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
005400     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
005410     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
005420     WRITE RUNCTL-RECORD
005430     .
005440 1195-EXIT.
005450     EXIT.
005460
005470*-------------------------------------------------------------------
005480* 1300-LOAD-DORMANCY-PARMS - the product thresholds into the
005490* table. With no parameter file nothing could be judged dormant,
005500* so the run ends.
005510*-------------------------------------------------------------------
005520 1300-LOAD-DORMANCY-PARMS.
005530     OPEN INPUT DORMANCY-PARM-FILE
005540     IF WS-DORMPARM-NOT-FOUND
005550         DISPLAY "DORMANCY PARAMETERS EMPTY OR MISSING - RUN TERM"
005560             "INATED"
005570         MOVE 16 TO RETURN-CODE
005580         GO TO 9999-TERMINATE
005590     END-IF
005600     PERFORM 1310-READ-DORMANCY-PARM THRU 1310-EXIT
005610         UNTIL NOT WS-DORMPARM-OK
005620     CLOSE DORMANCY-PARM-FILE
005630     .
005640 1300-EXIT.
005650     EXIT.
005660
005670*-------------------------------------------------------------------
005680* 1310-READ-DORMANCY-PARM - one product's threshold into the
005690* table.
005700*-------------------------------------------------------------------
005710 1310-READ-DORMANCY-PARM.
005720     READ DORMANCY-PARM-FILE
005730         AT END
005740             GO TO 1310-EXIT
005750     END-READ
005760     IF WS-DRMP-COUNT >= WS-DRMP-MAX
005770         DISPLAY "DORMANCY PARAMETER TABLE FULL - RUN TERMINATED"
005780         MOVE 16 TO RETURN-CODE
005790         GO TO 9999-TERMINATE
005800     END-IF
005810     ADD 1 TO WS-DRMP-COUNT
005820     MOVE DRMP-PRODUCT-CODE TO WS-DRMP-PRODUCT (WS-DRMP-COUNT)
005830     IF DRMP-INACTIVE-DAYS NUMERIC
005840         MOVE DRMP-INACTIVE-DAYS TO WS-DRMP-DAYS (WS-DRMP-COUNT)
005850     ELSE
005860         MOVE ZERO TO WS-DRMP-DAYS (WS-DRMP-COUNT)
005870     END-IF
005880     IF DRMP-HISTORY-START NUMERIC
005890         MOVE DRMP-HISTORY-START
005900             TO WS-DRMP-HIST-START (WS-DRMP-COUNT)
005910     ELSE
005920         MOVE ZERO TO WS-DRMP-HIST-START (WS-DRMP-COUNT)
005930     END-IF
005940     .
005950 1310-EXIT.
005960     EXIT.
005970
005980*-------------------------------------------------------------------
005990* 1500-SELECT-ACTIVITY - feed the sort: the account and date of
006000* every deposit, withdrawal and payment TRANPOST ever posted. A
006010* missing history just means no posted activity.
006020*-------------------------------------------------------------------
006030 1500-SELECT-ACTIVITY.
006040     OPEN INPUT POSTED-HISTORY
006050     IF NOT WS-POSTHIST-OK
006060         DISPLAY "NO POSTED-TRANSACTION HISTORY - ACCOUNTS AGED F"
006070             "ROM THEIR OPEN DATE"
006080         GO TO 1500-EXIT
006090     END-IF
006100     PERFORM 1510-RELEASE-ACTIVITY THRU 1510-EXIT
006110         UNTIL NOT WS-POSTHIST-OK
006120     CLOSE POSTED-HISTORY
006130     .
006140 1500-EXIT.
006150     EXIT.
006160
006170*-------------------------------------------------------------------
006180* 1510-RELEASE-ACTIVITY - one posted customer transaction to the
006190* sort, dated by its own post date.
006200*-------------------------------------------------------------------
006210 1510-RELEASE-ACTIVITY.
006220     READ POSTED-HISTORY
006230         AT END
006240             GO TO 1510-EXIT
006250     END-READ
006260     IF NOT PTRN-DEPOSIT AND NOT PTRN-WITHDRAWAL
006270         AND NOT PTRN-PAYMENT
006280         GO TO 1510-EXIT
006290     END-IF
006300     MOVE PTRN-ACCT-ID TO ASRT-ACCT-ID
006310     MOVE PTRN-POST-DATE TO ASRT-ACTIVITY-DATE
006320     RELEASE ASRT-RECORD
006330     ADD 1 TO WS-ACTIVITY-READ-COUNT
006340     .
006350 1510-EXIT.
006360     EXIT.
006370
006380*-------------------------------------------------------------------
006390* 1800-OPEN-MATCH-FILES - open the master for update, the sorted
006400* activity and the recovery journal, and prime the first sorted
006410* record.
006420*-------------------------------------------------------------------
006430 1800-OPEN-MATCH-FILES.
006440     OPEN I-O ACCOUNT-MASTER
006450     IF NOT WS-ACCTMSTR-OK
006460         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
006470             "ATED"
006480         MOVE 16 TO RETURN-CODE
006490         GO TO 9999-TERMINATE
006500     END-IF
006510     OPEN EXTEND RECOVERY-JOURNAL
006520     OPEN INPUT SORTED-ACTIVITY
006530     IF NOT WS-SACT-OK
006540         MOVE HIGH-VALUES TO WS-SACT-ACCT
006550     ELSE
006560         PERFORM 7100-READ-SORTED-ACTIVITY THRU 7100-EXIT
006570     END-IF
006580     .
006590 1800-EXIT.
006600     EXIT.
006610
006620*-------------------------------------------------------------------
006630* 2000-CHECK-NEXT-ACCOUNT - the next master record in key order:
006640* its last activity is taken from the sorted history, closed
006650* accounts are passed over, dormant ones listed, and open ones
006660* judged against their product's threshold.
006670*-------------------------------------------------------------------
006680 2000-CHECK-NEXT-ACCOUNT.
006690     READ ACCOUNT-MASTER NEXT
006700         AT END
006710             GO TO 2000-EXIT
006720     END-READ
006730     ADD 1 TO WS-MASTER-READ-COUNT
006740     PERFORM 2100-FIND-LAST-ACTIVITY THRU 2100-EXIT
006750     EVALUATE TRUE
006760         WHEN ACCT-CLOSED
006770             ADD 1 TO WS-CLOSED-COUNT
006780         WHEN ACCT-DORMANT
006790             PERFORM 2400-LIST-DORMANT-ACCOUNT THRU 2400-EXIT
006800         WHEN ACCT-OPEN
006810             PERFORM 2300-CHECK-OPEN-ACCOUNT THRU 2300-EXIT
006820     END-EVALUATE
006830     .
006840 2000-EXIT.
006850     EXIT.
006860
006870*-------------------------------------------------------------------
006880* 2100-FIND-LAST-ACTIVITY - pass over activity for accounts no
006890* longer on the master, take the latest date posted to this one,
006900* and turn it into the days since. An account with no posting,
006910* or none later than its opening, is aged from its open date.
006920*-------------------------------------------------------------------
006930 2100-FIND-LAST-ACTIVITY.
006940     PERFORM 7100-READ-SORTED-ACTIVITY THRU 7100-EXIT
006950         UNTIL WS-SACT-ACCT NOT < ACCT-ID
006960     MOVE SPACES TO WS-LATEST-ACTIVITY
006970     PERFORM 2200-TAKE-ACTIVITY THRU 2200-EXIT
006980         UNTIL WS-SACT-ACCT NOT = ACCT-ID
006990     MOVE ZERO TO WS-ACTIVITY-NUMERIC
007000     IF WS-LATEST-ACTIVITY NOT = SPACES
007010         MOVE WS-LATEST-ACTIVITY TO WS-ACTIVITY-DATE-GROUP
007020         IF WS-ACTV-YYYY NUMERIC AND WS-ACTV-MM NUMERIC
007030             AND WS-ACTV-DD NUMERIC
007040             COMPUTE WS-ACTIVITY-NUMERIC = WS-ACTV-YYYY * 10000
007050                 + WS-ACTV-MM * 100 + WS-ACTV-DD
007060         END-IF
007070     END-IF
007080     IF ACCT-OPEN-DATE NUMERIC
007090         AND ACCT-OPEN-DATE > WS-ACTIVITY-NUMERIC
007100         MOVE ACCT-OPEN-DATE TO WS-LAST-ACTIVE-DATE
007110     ELSE
007120         MOVE WS-ACTIVITY-NUMERIC TO WS-LAST-ACTIVE-DATE
007130     END-IF
007140     IF WS-LAST-ACTIVE-DATE = ZERO
007150         MOVE ZERO TO WS-DAYS-INACTIVE
007160         GO TO 2100-EXIT
007170     END-IF
007180     MOVE WS-LAST-ACTIVE-DATE TO WS-DAYS-DATE
007190     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
007200     COMPUTE WS-DAYS-INACTIVE = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
007210     .
007220 2100-EXIT.
007230     EXIT.
007240
007250*-------------------------------------------------------------------
007260* 2200-TAKE-ACTIVITY - one posted transaction for the account in
007270* hand; the latest date is kept.
007280*-------------------------------------------------------------------
007290 2200-TAKE-ACTIVITY.
007300     IF SACT-ACTIVITY-DATE > WS-LATEST-ACTIVITY
007310         MOVE SACT-ACTIVITY-DATE TO WS-LATEST-ACTIVITY
007320     END-IF
007330     PERFORM 7100-READ-SORTED-ACTIVITY THRU 7100-EXIT
007340     .
007350 2200-EXIT.
007360     EXIT.
007370
007380*-------------------------------------------------------------------
007390* 2300-CHECK-OPEN-ACCOUNT - an open account inactive longer than
007400* its product's threshold goes dormant: rewritten with the new
007410* status, journaled before and after, and listed. An account whose
007420* last activity falls before its product's history start is aged
007430* from the history start instead. A product with no threshold, or
007440* an account with no usable date, stays open.
007450*-------------------------------------------------------------------
007460 2300-CHECK-OPEN-ACCOUNT.
007470     ADD 1 TO WS-OPEN-CHECKED-COUNT
007480     PERFORM 2310-FIND-THRESHOLD THRU 2310-EXIT
007490     IF WS-DRMP-FOUND-IX = ZERO
007500         ADD 1 TO WS-NO-THRESHOLD-COUNT
007510         GO TO 2300-EXIT
007520     END-IF
007530     PERFORM 2330-APPLY-HISTORY-START THRU 2330-EXIT
007540     IF WS-LAST-ACTIVE-DATE = ZERO
007550         DISPLAY "NO OPEN DATE OR ACTIVITY - NOT AGED: " ACCT-ID
007560         IF RETURN-CODE < 8
007570             MOVE 8 TO RETURN-CODE
007580         END-IF
007590         GO TO 2300-EXIT
007600     END-IF
007610     IF WS-DAYS-INACTIVE NOT > WS-DRMP-DAYS (WS-DRMP-FOUND-IX)
007620         GO TO 2300-EXIT
007630     END-IF
007640     MOVE ACCT-MASTER-RECORD TO WS-RCVY-BEFORE-IMAGE
007650     SET ACCT-DORMANT TO TRUE
007660     REWRITE ACCT-MASTER-RECORD
007670         INVALID KEY
007680             DISPLAY "MASTER REWRITE FAILED - NOT MADE DORMANT: "
007690                 ACCT-ID
007700             IF RETURN-CODE < 8
007710                 MOVE 8 TO RETURN-CODE
007720             END-IF
007730             GO TO 2300-EXIT
007740     END-REWRITE
007750     MOVE 'C' TO WS-RCVY-ACTION
007760     MOVE ACCT-MASTER-RECORD TO WS-RCVY-AFTER-IMAGE
007770     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
007780     ADD 1 TO WS-NEWLY-DORMANT-COUNT
007790     MOVE "NEWLY DORMANT" TO WS-DORMANT-NOTE
007800     PERFORM 8100-PRINT-DORMANT-LINE THRU 8100-EXIT
007810     .
007820 2300-EXIT.
007830     EXIT.
007840
007850*-------------------------------------------------------------------
007860* 2310-FIND-THRESHOLD - the account's product on the threshold
007870* table; zero days counts as no threshold.
007880*-------------------------------------------------------------------
007890 2310-FIND-THRESHOLD.
007900     MOVE ZERO TO WS-DRMP-FOUND-IX
007910     PERFORM 2320-CHECK-THRESHOLD THRU 2320-EXIT
007920         VARYING WS-DRMP-IX FROM 1 BY 1
007930         UNTIL WS-DRMP-IX > WS-DRMP-COUNT
007940         OR WS-DRMP-FOUND-IX > ZERO
007950     .
007960 2310-EXIT.
007970     EXIT.
007980
007990*-------------------------------------------------------------------
008000* 2320-CHECK-THRESHOLD - one table entry against the account's
008010* product.
008020*-------------------------------------------------------------------
008030 2320-CHECK-THRESHOLD.
008040     IF WS-DRMP-PRODUCT (WS-DRMP-IX) = ACCT-PRODUCT-CODE
008050         AND WS-DRMP-DAYS (WS-DRMP-IX) > ZERO
008060         MOVE WS-DRMP-IX TO WS-DRMP-FOUND-IX
008070     END-IF
008080     .
008090 2320-EXIT.
008100     EXIT.
008110
008120*-------------------------------------------------------------------
008130* 2330-APPLY-HISTORY-START - an account last active before its
008140* product's posted history began, or with no date at all, is aged
008150* from the history start: what it did before then is not known.
008160*-------------------------------------------------------------------
008170 2330-APPLY-HISTORY-START.
008180     IF WS-DRMP-HIST-START (WS-DRMP-FOUND-IX) NOT >
008190         WS-LAST-ACTIVE-DATE
008200         GO TO 2330-EXIT
008210     END-IF
008220     MOVE WS-DRMP-HIST-START (WS-DRMP-FOUND-IX)
008230         TO WS-LAST-ACTIVE-DATE
008240     MOVE WS-LAST-ACTIVE-DATE TO WS-DAYS-DATE
008250     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
008260     COMPUTE WS-DAYS-INACTIVE = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
008270     .
008280 2330-EXIT.
008290     EXIT.
008300
008310*-------------------------------------------------------------------
008320* 2400-LIST-DORMANT-ACCOUNT - an account already dormant stays on
008330* the listing. One with customer activity since it went dormant
008340* (a deposit or payment, which still post) is marked for review
008350* and reactivation.
008360*-------------------------------------------------------------------
008370 2400-LIST-DORMANT-ACCOUNT.
008380     ADD 1 TO WS-ALREADY-DORMANT-COUNT
008390     PERFORM 2310-FIND-THRESHOLD THRU 2310-EXIT
008400     MOVE SPACES TO WS-DORMANT-NOTE
008410     IF WS-DRMP-FOUND-IX > ZERO
008420         AND WS-DAYS-INACTIVE
008430             NOT > WS-DRMP-DAYS (WS-DRMP-FOUND-IX)
008440         ADD 1 TO WS-DORMANT-ACTIVE-COUNT
008450         MOVE "ACTIVE - REVIEW" TO WS-DORMANT-NOTE
008460     END-IF
008470     PERFORM 8100-PRINT-DORMANT-LINE THRU 8100-EXIT
008480     .
008490 2400-EXIT.
008500     EXIT.
008510
008520*-------------------------------------------------------------------
008530* 7100-READ-SORTED-ACTIVITY - next sorted activity record;
008540* HIGH-VALUES in the account in hand drains the match at end of
008550* file.
008560*-------------------------------------------------------------------
008570 7100-READ-SORTED-ACTIVITY.
008580     READ SORTED-ACTIVITY
008590         AT END
008600             MOVE HIGH-VALUES TO WS-SACT-ACCT
008610             GO TO 7100-EXIT
008620     END-READ
008630     MOVE SACT-ACCT-ID TO WS-SACT-ACCT
008640     .
008650 7100-EXIT.
008660     EXIT.
008670
008680*-------------------------------------------------------------------
008690* 7500-WRITE-RECOVERY-IMAGE - one before/after image pair to the
008700* recovery journal for the master write just made; the caller
008710* set the action and both images.
008720*-------------------------------------------------------------------
008730 7500-WRITE-RECOVERY-IMAGE.
008740     ACCEPT WS-CURRENT-TIME FROM TIME
008750     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
008760         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
008770     MOVE SPACES TO RCVY-RECORD
008780     MOVE WS-RCTL-OWN-PROGRAM TO RCVY-PROGRAM-ID
008790     MOVE WS-REPORT-DATE TO RCVY-DATE
008800     MOVE WS-RUN-TIME-EDIT TO RCVY-TIME
008810     MOVE WS-RCVY-ACTION TO RCVY-ACTION
008820     MOVE WS-RCVY-BEFORE-IMAGE TO RCVY-BEFORE-IMAGE
008830     MOVE WS-RCVY-AFTER-IMAGE TO RCVY-AFTER-IMAGE
008840     WRITE RCVY-RECORD
008850     .
008860 7500-EXIT.
008870     EXIT.
008880
008890*-------------------------------------------------------------------
008900* 7800-COMPUTE-DAY-NUMBER - the date in WS-DAYS-DATE as a running
008910* day number in WS-DAY-NUMBER. The year is counted from March so
008920* the leap day falls at its end; whole-number DIVIDEs drop the
008930* remainders the leap-year rule needs dropped.
008940*-------------------------------------------------------------------
008950 7800-COMPUTE-DAY-NUMBER.
008960     MOVE WS-DAYS-YYYY TO WS-DAYS-YEAR
008970     MOVE WS-DAYS-MM TO WS-DAYS-MONTH
008980     IF WS-DAYS-MONTH < 3
008990         SUBTRACT 1 FROM WS-DAYS-YEAR
009000         ADD 12 TO WS-DAYS-MONTH
009010     END-IF
009020     DIVIDE WS-DAYS-YEAR BY 4 GIVING WS-DAYS-LEAP-4
009030     DIVIDE WS-DAYS-YEAR BY 100 GIVING WS-DAYS-LEAP-100
009040     DIVIDE WS-DAYS-YEAR BY 400 GIVING WS-DAYS-LEAP-400
009050     COMPUTE WS-DAYS-MONTH-PART = 153 * (WS-DAYS-MONTH - 3) + 2
009060     DIVIDE WS-DAYS-MONTH-PART BY 5 GIVING WS-DAYS-MONTH-PART
009070     COMPUTE WS-DAY-NUMBER = 365 * WS-DAYS-YEAR
009080         + WS-DAYS-LEAP-4 - WS-DAYS-LEAP-100 + WS-DAYS-LEAP-400
009090         + WS-DAYS-MONTH-PART + WS-DAYS-DD
009100     .
009110 7800-EXIT.
009120     EXIT.
009130
009140*-------------------------------------------------------------------
009150* 8000-PRINT-HEADINGS - report header and column line, printed
009160* at the top of every page.
009170*-------------------------------------------------------------------
009180 8000-PRINT-HEADINGS.
009190     ADD 1 TO WS-PAGE-NUMBER
009200     MOVE WS-REPORT-DATE TO DRMR-HDR-DATE
009210     MOVE WS-PAGE-NUMBER TO DRMR-HDR-PAGE
009220     WRITE DRMR-PRINT-RECORD FROM DRMR-HEADING-LINE
009230     WRITE DRMR-PRINT-RECORD FROM DRMR-COLUMN-LINE
009240     MOVE 1 TO WS-LINE-COUNT
009250     .
009260 8000-EXIT.
009270     EXIT.
009280
009290*-------------------------------------------------------------------
009300* 8100-PRINT-DORMANT-LINE - one dormant account with its last
009310* activity, days inactive and balance, into the listing totals,
009320* paging when the page is full.
009330*-------------------------------------------------------------------
009340 8100-PRINT-DORMANT-LINE.
009350     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009360         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009370     END-IF
009380     ADD 1 TO WS-DORMANT-TOTAL-COUNT
009390     ADD ACCT-BALANCE TO WS-DORMANT-BALANCE-TOTAL
009400     MOVE ACCT-ID TO DRMR-DTL-ACCT
009410     MOVE ACCT-NAME TO DRMR-DTL-NAME
009420     MOVE ACCT-PRODUCT-CODE TO DRMR-DTL-PRODUCT
009430     IF ACCT-OPEN-DATE NUMERIC
009440         MOVE ACCT-OPEN-DATE TO DRMR-DTL-OPENED
009450     ELSE
009460         MOVE ZERO TO DRMR-DTL-OPENED
009470     END-IF
009480     MOVE WS-LAST-ACTIVE-DATE TO DRMR-DTL-LAST-ACTIVE
009490     MOVE WS-DAYS-INACTIVE TO DRMR-DTL-DAYS
009500     MOVE ACCT-BALANCE TO DRMR-DTL-BALANCE
009510     MOVE WS-DORMANT-NOTE TO DRMR-DTL-NOTE
009520     WRITE DRMR-PRINT-RECORD FROM DRMR-DETAIL-LINE
009530     ADD 1 TO WS-LINE-COUNT
009540     .
009550 8100-EXIT.
009560     EXIT.
009570
009580*-------------------------------------------------------------------
009590* 8500-PRINT-COUNTS - the run's counts: accounts read and
009600* checked, made dormant tonight, already dormant, and the total
009610* dormant accounts and balance on the listing.
009620*-------------------------------------------------------------------
009630 8500-PRINT-COUNTS.
009640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009650         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009660     END-IF
009670     MOVE SPACES TO DRMR-SECTION-TITLE
009680     WRITE DRMR-PRINT-RECORD FROM DRMR-SECTION-LINE
009690     MOVE "DORMANCY RUN COUNTS" TO DRMR-SECTION-TITLE
009700     WRITE DRMR-PRINT-RECORD FROM DRMR-SECTION-LINE
009710     MOVE "POSTED TRANSACTIONS READ" TO DRMR-CNT-LABEL
009720     MOVE WS-ACTIVITY-READ-COUNT TO DRMR-CNT-VALUE
009730     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
009740     MOVE "MASTER ACCOUNTS READ" TO DRMR-CNT-LABEL
009750     MOVE WS-MASTER-READ-COUNT TO DRMR-CNT-VALUE
009760     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
009770     MOVE "CLOSED ACCOUNTS PASSED OVER" TO DRMR-CNT-LABEL
009780     MOVE WS-CLOSED-COUNT TO DRMR-CNT-VALUE
009790     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
009800     MOVE "OPEN ACCOUNTS CHECKED" TO DRMR-CNT-LABEL
009810     MOVE WS-OPEN-CHECKED-COUNT TO DRMR-CNT-VALUE
009820     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
009830     MOVE "OPEN ACCOUNTS WITH NO PRODUCT THRESHOLD"
009840         TO DRMR-CNT-LABEL
009850     MOVE WS-NO-THRESHOLD-COUNT TO DRMR-CNT-VALUE
009860     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
009870     MOVE "ACCOUNTS MADE DORMANT THIS RUN" TO DRMR-CNT-LABEL
009880     MOVE WS-NEWLY-DORMANT-COUNT TO DRMR-CNT-VALUE
009890     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
009900     MOVE "ACCOUNTS ALREADY DORMANT" TO DRMR-CNT-LABEL
009910     MOVE WS-ALREADY-DORMANT-COUNT TO DRMR-CNT-VALUE
009920     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
009930     MOVE "DORMANT WITH RECENT ACTIVITY - REVIEW"
009940         TO DRMR-CNT-LABEL
009950     MOVE WS-DORMANT-ACTIVE-COUNT TO DRMR-CNT-VALUE
009960     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
009970     MOVE "DORMANT ACCOUNTS LISTED" TO DRMR-CNT-LABEL
009980     MOVE WS-DORMANT-TOTAL-COUNT TO DRMR-CNT-VALUE
009990     WRITE DRMR-PRINT-RECORD FROM DRMR-COUNT-LINE
010000     MOVE "DORMANT BALANCES LISTED" TO DRMR-AMT-LABEL
010010     MOVE WS-DORMANT-BALANCE-TOTAL TO DRMR-AMT-VALUE
010020     WRITE DRMR-PRINT-RECORD FROM DRMR-AMOUNT-LINE
010030     .
010040 8500-EXIT.
010050     EXIT.
010060
010070*-------------------------------------------------------------------
010080* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
010090* and its return code on the shared run-control file. Nothing
010100* to stamp when the run was refused before its start was
010110* stamped.
010120* The shared file is re-read before stamping, so entries other
010130* programs (or sibling sweep partitions) wrote since start-up
010140* are carried forward, not overwritten from a stale copy.
010150*-------------------------------------------------------------------
010160 9800-RUN-CONTROL-END.
010170     IF NOT WS-RCTL-STAMPED
010180         GO TO 9800-EXIT
010190     END-IF
010200     ACCEPT WS-CURRENT-TIME FROM TIME
010210     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
010220         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
010230     MOVE ZERO TO WS-RCTL-COUNT
010240     OPEN INPUT RUN-CONTROL-FILE
010250     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
010260         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
010270             UNTIL NOT WS-RUNCTL-OK
010280         CLOSE RUN-CONTROL-FILE
010290     END-IF
010300     MOVE ZERO TO WS-RCTL-OWN-IX
010310     MOVE ZERO TO WS-RCTL-PRED-IX
010320     MOVE ZERO TO WS-RCTL-BLOCKER-IX
010330     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
010340         VARYING WS-RCTL-IX FROM 1 BY 1
010350         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
010360     IF WS-RCTL-OWN-IX = ZERO
010370         IF WS-RCTL-COUNT >= WS-RCTL-MAX
010380             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
010390             GO TO 9800-EXIT
010400         END-IF
010410         ADD 1 TO WS-RCTL-COUNT
010420         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
010430         MOVE WS-RCTL-OWN-PROGRAM
010440             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
010450         MOVE WS-RCTL-OWN-MASTER-FLAG
010460             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
010470     END-IF
010480     IF RETURN-CODE < 16
010490         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010500     ELSE
010510         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010520     END-IF
010530     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
010540     MOVE WS-RUN-TIME-EDIT
010550         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
010560     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
010570     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
010580     .
010590 9800-EXIT.
010600     EXIT.
010610
010620*-------------------------------------------------------------------
010630* 9999-TERMINATE - single exit point for the run.
010640*-------------------------------------------------------------------
010650 9999-TERMINATE.
010660     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
010670     CLOSE DORMANCY-REPORT
010680     CLOSE ACCOUNT-MASTER
010690     CLOSE SORTED-ACTIVITY
010700     CLOSE RECOVERY-JOURNAL
010710     STOP RUN.
010720 END PROGRAM DORMANT.
