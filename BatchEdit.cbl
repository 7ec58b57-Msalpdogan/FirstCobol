000310*                   to the full input layouts: the PARM clean
000320*                   copy was truncating the thru-key tail and
000330*                   the rate clean copy carried a stray byte.
000340* 2026-10-15  MSA  Maintenance transaction carries the account's
000350*                   customer number; MNTCLN widened to match.
000360*******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    BATCHEDT.
000390 AUTHOR.        MSALPDOGAN.
000400 INSTALLATION.  OPERATIONS.
000410 DATE-WRITTEN.  09/02/2026.
000420 DATE-COMPILED.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ACCT-ID
000500         FILE STATUS IS WS-ACCTMSTR-STATUS.
000510
000520     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550
000560     SELECT OPTIONAL BALANCE-FILE ASSIGN TO "BALFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-BALANCE-STATUS.
000590
000600     SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO "RATETBL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RATETBL-STATUS.
000630
000640     SELECT OPTIONAL MAINT-TRANS-FILE ASSIGN TO "MNTTRAN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-TRANS-STATUS.
000670
000680     SELECT PARM-CLEAN-FILE ASSIGN TO "PARMCLN"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT BAL-CLEAN-FILE ASSIGN TO "BALCLN"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT RATE-CLEAN-FILE ASSIGN TO "RATECLN"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770     SELECT MNT-CLEAN-FILE ASSIGN TO "MNTCLN"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800     SELECT EDIT-REPORT ASSIGN TO "EDITRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850*-------------------------------------------------------------------
000860* ACCOUNT-MASTER - read-only here: the reference every PARM,
000870* rate and maintenance key is checked against. Record layout
000880* is the shared ACCTREC copybook.
000890*-------------------------------------------------------------------
000900 FD  ACCOUNT-MASTER.
000910 COPY ACCTREC.
000920
000930*-------------------------------------------------------------------
000940* PARM-FILE - the calculation run's control records, in the
000950* same picture PI reads; an account ID of *ALL on the first
000960* record is sweep mode and skips the per-account cross-checks.
000970*-------------------------------------------------------------------
000980 FD  PARM-FILE.
000990 01  PARM-RECORD.
001000     05  PARM-ACCOUNT-ID             PIC X(07).
001010     05  PARM-INTEREST-RATE          PIC 9V9(4).
001020     05  PARM-PERIOD-COUNT           PIC 9(03).
001030     05  PARM-NUM1-NEGATIVE          PIC S9(3)V9(2)
001040                                      SIGN LEADING SEPARATE.
001050     05  PARM-NUM3                   PIC S9(3)V9(3)
001060                                      SIGN LEADING SEPARATE.
001070     05  PARM-RANGE-FROM             PIC X(07).
001080     05  PARM-RANGE-THRU             PIC X(07).
001090     05  PARM-PARTITION-ID           PIC X(01).
001100
001110*-------------------------------------------------------------------
001120* BALANCE-FILE - the control totals PI proves against, in the
001130* shared BALREC layout.
001140*-------------------------------------------------------------------
001150 FD  BALANCE-FILE.
001160 COPY BALREC.
001170
001180*-------------------------------------------------------------------
001190* RATE-TABLE-FILE - the effective-dated rate table, in the same
001200* picture PI prices from.
001210*-------------------------------------------------------------------
001220 FD  RATE-TABLE-FILE.
001230 01  RATE-TABLE-RECORD.
001240     05  RTBL-ACCOUNT-ID             PIC X(07).
001250     05  RTBL-EFFECTIVE-DATE         PIC 9(08).
001260     05  RTBL-RATE                   PIC 9V9(4).
001270
001280*-------------------------------------------------------------------
001290* MAINT-TRANS-FILE - the maintenance batch, in the same picture
001300* ACCTMNT reads, including the maker's operator ID.
001310*-------------------------------------------------------------------
001320 FD  MAINT-TRANS-FILE.
001330 01  MAINT-TRANS-RECORD.
001340     05  TRAN-ACTION-CODE            PIC X(01).
001350         88  TRAN-ADD                VALUE 'A'.
001360         88  TRAN-CHANGE             VALUE 'C'.
001370         88  TRAN-DELETE             VALUE 'D'.
001380     05  TRAN-ACCT-ID                PIC X(07).
001390     05  TRAN-ACCT-NAME              PIC X(30).
001400     05  TRAN-ACCT-BALANCE           PIC S9(13)V9(2)
001410                                      SIGN LEADING SEPARATE.
001420     05  TRAN-ACCT-STATUS            PIC X(01).
001430     05  TRAN-PRODUCT-CODE           PIC X(04).
001440     05  TRAN-OPERATOR-ID            PIC X(30).
001450     05  TRAN-CUSTOMER-ID            PIC X(08).
001460
001470*-------------------------------------------------------------------
001480* Clean copies: each input rewritten with the bad records held
001490* out; the night's JCL points at these, never the raw files.
001500*-------------------------------------------------------------------
001510 FD  PARM-CLEAN-FILE.
001520 01  PARM-CLEAN-RECORD               PIC X(43).
001530
001540 FD  BAL-CLEAN-FILE.
001550 01  BAL-CLEAN-RECORD                PIC X(24).
001560
001570 FD  RATE-CLEAN-FILE.
001580 01  RATE-CLEAN-RECORD               PIC X(20).
001590
001600 FD  MNT-CLEAN-FILE.
001610 01  MNT-CLEAN-RECORD                PIC X(97).
001620
001630*-------------------------------------------------------------------
001640* EDIT-REPORT - one line per error with the file, the key and
001650* the reason, per-file counts, and the submit/do-not-submit
001660* verdict.
001670*-------------------------------------------------------------------
001680 FD  EDIT-REPORT.
001690 01  ERPT-PRINT-RECORD               PIC X(133).
001700
001710 WORKING-STORAGE SECTION.
001720*-------------------------------------------------------------------
001730* Print lines, kept in working storage so their VALUE clauses
001740* are honored, and written with WRITE ... FROM.
001750*-------------------------------------------------------------------
001760 01  ERPT-HEADING-LINE.
001770     05  FILLER                      PIC X(01) VALUE '1'.
001780     05  FILLER                      PIC X(30)
001790                 VALUE "PRE-SUBMISSION EDIT REPORT".
001800     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001810     05  ERPT-HDR-DATE               PIC X(10).
001820     05  FILLER                      PIC X(10) VALUE SPACES.
001830     05  FILLER                      PIC X(05) VALUE "PAGE ".
001840     05  ERPT-HDR-PAGE               PIC ZZ9.
001850
001860 01  ERPT-ERROR-LINE.
001870     05  FILLER                      PIC X(01) VALUE SPACE.
001880     05  ERPT-ERR-FILE               PIC X(09).
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  ERPT-ERR-KEY                PIC X(16).
001910     05  FILLER                      PIC X(02) VALUE SPACES.
001920     05  ERPT-ERR-REASON             PIC X(45).
001930
001940 01  ERPT-COUNT-LINE.
001950     05  FILLER                      PIC X(01) VALUE SPACE.
001960     05  ERPT-CNT-FILE               PIC X(09).
001970     05  FILLER                      PIC X(07) VALUE "  READ".
001980     05  ERPT-CNT-READ               PIC ZZZZ9.
001990     05  FILLER                      PIC X(08) VALUE "  CLEAN".
002000     05  ERPT-CNT-CLEAN              PIC ZZZZ9.
002010     05  FILLER                      PIC X(09) VALUE "  ERRORS".
002020     05  ERPT-CNT-ERRORS             PIC ZZZZ9.
002030
002040 01  ERPT-VERDICT-LINE.
002050     05  FILLER                      PIC X(01) VALUE SPACE.
002060     05  ERPT-VERDICT-TEXT           PIC X(60).
002070
002080 01  WS-ACCTMSTR-STATUS              PIC X(02).
002090     88  WS-ACCTMSTR-OK              VALUE '00'.
002100     88  WS-ACCTMSTR-EOF             VALUE '10'.
002110     88  WS-ACCTMSTR-NOT-FOUND       VALUE '23'.
002120
002130 01  WS-PARM-STATUS                  PIC X(02).
002140     88  WS-PARM-OK                  VALUE '00'.
002150     88  WS-PARM-EOF                 VALUE '10'.
002160     88  WS-PARM-NOT-FOUND           VALUE '35'.
002170
002180 01  WS-BALANCE-STATUS               PIC X(02).
002190     88  WS-BALANCE-OK               VALUE '00'.
002200     88  WS-BALANCE-EOF              VALUE '10'.
002210     88  WS-BALANCE-MISSING          VALUE '35'.
002220     88  WS-BALANCE-CREATED          VALUE '05'.
002230
002240 01  WS-RATETBL-STATUS               PIC X(02).
002250     88  WS-RATETBL-OK               VALUE '00'.
002260     88  WS-RATETBL-EOF              VALUE '10'.
002270     88  WS-RATETBL-MISSING          VALUE '35'.
002280     88  WS-RATETBL-CREATED          VALUE '05'.
002290
002300 01  WS-TRANS-STATUS                 PIC X(02).
002310     88  WS-TRANS-OK                 VALUE '00'.
002320     88  WS-TRANS-EOF                VALUE '10'.
002330     88  WS-TRANS-MISSING            VALUE '35'.
002340     88  WS-TRANS-CREATED            VALUE '05'.
002350
002360*-------------------------------------------------------------------
002370* Keys already accepted from each file, held for duplicate and
002380* cross-file checks. The capacities are edit guards, not quiet
002390* ceilings: a batch past them is a hard stop, never a silent
002400* drop.
002410*-------------------------------------------------------------------
002420 01  WS-KEY-MAX                      PIC 9(03) VALUE 500.
002430
002440 01  WS-PACC-TABLE-AREA.
002450     05  WS-PACC-COUNT               PIC 9(03) COMP VALUE ZERO.
002460     05  WS-PACC-ENTRY OCCURS 500 TIMES.
002470         10  WS-PACC-ACCT            PIC X(07).
002480
002490 01  WS-BACC-TABLE-AREA.
002500     05  WS-BACC-COUNT               PIC 9(03) COMP VALUE ZERO.
002510     05  WS-BACC-ENTRY OCCURS 500 TIMES.
002520         10  WS-BACC-ACCT            PIC X(07).
002530
002540 01  WS-RKEY-TABLE-AREA.
002550     05  WS-RKEY-COUNT               PIC 9(03) COMP VALUE ZERO.
002560     05  WS-RKEY-ENTRY OCCURS 500 TIMES.
002570         10  WS-RKEY-KEY             PIC X(07).
002580         10  WS-RKEY-DATE            PIC 9(08).
002590
002600 01  WS-KEY-IX                       PIC 9(03) COMP.
002610 01  WS-KEY-FOUND-IX                 PIC 9(03) COMP.
002620
002630*-------------------------------------------------------------------
002640* Distinct product codes on the master, for rate-key checks.
002650*-------------------------------------------------------------------
002660 01  WS-PROD-MAX                     PIC 9(03) VALUE 50.
002670 01  WS-PROD-TABLE-AREA.
002680     05  WS-PROD-COUNT               PIC 9(03) COMP VALUE ZERO.
002690     05  WS-PROD-ENTRY OCCURS 50 TIMES.
002700         10  WS-PROD-CODE            PIC X(04).
002710
002720 01  WS-PROD-IX                      PIC 9(03) COMP.
002730 01  WS-PROD-FOUND-IX                PIC 9(03) COMP.
002740
002750 01  WS-KEY-PRODUCT-GROUP.
002760     05  WS-KEY-PRODUCT-CODE         PIC X(04).
002770     05  WS-KEY-PRODUCT-FILL         PIC X(03).
002780
002790*-------------------------------------------------------------------
002800* Edit working fields: the rate ceiling and the calendar-date
002810* check, the same edits RATEMNT applies.
002820*-------------------------------------------------------------------
002830 01  WS-MAX-RATE                     PIC 9V9(4) VALUE 0.5000.
002840
002850 01  WS-EDIT-DATE                    PIC 9(08).
002860 01  WS-EDIT-DATE-GROUP REDEFINES WS-EDIT-DATE.
002870     05  WS-EDIT-YYYY                PIC 9(04).
002880     05  WS-EDIT-MM                  PIC 9(02).
002890     05  WS-EDIT-DD                  PIC 9(02).
002900 01  WS-MONTH-END-DAY                PIC 9(02).
002910 01  WS-LEAP-REMAINDER               PIC 9(04).
002920 01  WS-LEAP-QUOTIENT                PIC 9(04).
002930
002940 01  WS-DATE-VALID-SWITCH            PIC X(01).
002950     88  WS-DATE-VALID               VALUE 'Y'.
002960     88  WS-DATE-INVALID             VALUE 'N'.
002970
002980 01  WS-EDIT-REASON                  PIC X(45).
002990
003000 01  WS-SWEEP-SWITCH                 PIC X(01) VALUE 'N'.
003010     88  WS-SWEEP-RUN                VALUE 'Y'.
003020     88  WS-PARM-RUN                 VALUE 'N'.
003030
003040 01  WS-FIRST-PARM-SWITCH            PIC X(01) VALUE 'Y'.
003050     88  WS-FIRST-PARM               VALUE 'Y'.
003060     88  WS-NOT-FIRST-PARM           VALUE 'N'.
003070
003080 01  WS-BAL-FOUND-SWITCH             PIC X(01).
003090     88  WS-BAL-CONTROL-FOUND        VALUE 'Y'.
003100     88  WS-BAL-CONTROL-MISSING      VALUE 'N'.
003110
003120*-------------------------------------------------------------------
003130* Per-file counters and the run verdict.
003140*-------------------------------------------------------------------
003150 01  WS-PARM-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
003160 01  WS-PARM-CLEAN-COUNT             PIC 9(05) COMP VALUE ZERO.
003170 01  WS-PARM-ERROR-COUNT             PIC 9(05) COMP VALUE ZERO.
003180 01  WS-BAL-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
003190 01  WS-BAL-CLEAN-COUNT              PIC 9(05) COMP VALUE ZERO.
003200 01  WS-BAL-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
003210 01  WS-RATE-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
003220 01  WS-RATE-CLEAN-COUNT             PIC 9(05) COMP VALUE ZERO.
003230 01  WS-RATE-ERROR-COUNT             PIC 9(05) COMP VALUE ZERO.
003240 01  WS-MNT-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
003250 01  WS-MNT-CLEAN-COUNT              PIC 9(05) COMP VALUE ZERO.
003260 01  WS-MNT-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
003270 01  WS-TOTAL-ERROR-COUNT            PIC 9(05) COMP VALUE ZERO.
003280
003290*-------------------------------------------------------------------
003300* Print-report pagination fields.
003310*-------------------------------------------------------------------
003320 01  WS-CURRENT-DATE                 PIC 9(08).
003330 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
003340     05  WS-DATE-YYYY                PIC 9(04).
003350     05  WS-DATE-MM                  PIC 9(02).
003360     05  WS-DATE-DD                  PIC 9(02).
003370 01  WS-REPORT-DATE                  PIC X(10).
003380
003390 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
003400 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
003410 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
003420
003430 PROCEDURE DIVISION.
003440*-------------------------------------------------------------------
003450* 0000-MAINLINE - edit each input file in turn, print the
003460* per-file counts and the verdict, and hard-stop the night on
003470* any fatal error.
003480*-------------------------------------------------------------------
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003510     PERFORM 1200-LOAD-PRODUCT-CODES THRU 1200-EXIT
003520     PERFORM 2000-EDIT-PARM-FILE THRU 2000-EXIT
003530     PERFORM 3000-EDIT-BALANCE-FILE THRU 3000-EXIT
003540     PERFORM 4000-EDIT-RATE-TABLE THRU 4000-EXIT
003550     PERFORM 5000-EDIT-MAINT-TRANS THRU 5000-EXIT
003560     PERFORM 8500-PRINT-SUMMARY THRU 8500-EXIT
003570     GO TO 9999-TERMINATE.
003580
003590*-------------------------------------------------------------------
003600* 1000-INITIALIZE - open the report, the master and the clean
003610* output files. A missing PARM-FILE is itself a fatal edit
003620* finding: there is no run to submit.
003630*-------------------------------------------------------------------
003640 1000-INITIALIZE.
003650     OPEN OUTPUT EDIT-REPORT
003660     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003670     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003680         DELIMITED BY SIZE INTO WS-REPORT-DATE
003690     OPEN INPUT ACCOUNT-MASTER
003700     IF NOT WS-ACCTMSTR-OK
003710         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERM"
003720             "INATED"
003730         MOVE 16 TO RETURN-CODE
003740         GO TO 9999-TERMINATE
003750     END-IF
003760     OPEN INPUT PARM-FILE
003770     IF WS-PARM-NOT-FOUND
003780         DISPLAY "PARM-FILE EMPTY OR MISSING - NOTHING TO EDIT"
003790         MOVE 16 TO RETURN-CODE
003800         GO TO 9999-TERMINATE
003810     END-IF
003820     OPEN OUTPUT PARM-CLEAN-FILE
003830     OPEN OUTPUT BAL-CLEAN-FILE
003840     OPEN OUTPUT RATE-CLEAN-FILE
003850     OPEN OUTPUT MNT-CLEAN-FILE
003860     .
003870 1000-EXIT.
003880     EXIT.
003890
003900*-------------------------------------------------------------------
003910* 1200-LOAD-PRODUCT-CODES - sweep the master once and collect
003920* the distinct product codes in use, so a product-keyed rate
003930* entry can be validated against them.
003940*-------------------------------------------------------------------
003950 1200-LOAD-PRODUCT-CODES.
003960     PERFORM 1210-COLLECT-ONE-PRODUCT THRU 1210-EXIT
003970         UNTIL WS-ACCTMSTR-EOF
003980     .
003990 1200-EXIT.
004000     EXIT.
004010
004020*-------------------------------------------------------------------
004030* 1210-COLLECT-ONE-PRODUCT - one master record's product code
004040* into the table, first time it is seen.
004050*-------------------------------------------------------------------
004060 1210-COLLECT-ONE-PRODUCT.
004070     READ ACCOUNT-MASTER NEXT
004080         AT END
004090             GO TO 1210-EXIT
004100     END-READ
004110     MOVE ACCT-PRODUCT-CODE TO WS-KEY-PRODUCT-CODE
004120     MOVE ZERO TO WS-PROD-FOUND-IX
004130     IF WS-PROD-COUNT > ZERO
004140         PERFORM 1220-MATCH-PRODUCT THRU 1220-EXIT
004150             VARYING WS-PROD-IX FROM 1 BY 1
004160             UNTIL WS-PROD-IX > WS-PROD-COUNT
004170                OR WS-PROD-FOUND-IX > ZERO
004180     END-IF
004190     IF WS-PROD-FOUND-IX > ZERO
004200         GO TO 1210-EXIT
004210     END-IF
004220     IF WS-PROD-COUNT >= WS-PROD-MAX
004230         DISPLAY "PRODUCT TABLE FULL - CODE DROPPED: "
004240             ACCT-PRODUCT-CODE
004250         GO TO 1210-EXIT
004260     END-IF
004270     ADD 1 TO WS-PROD-COUNT
004280     MOVE ACCT-PRODUCT-CODE TO WS-PROD-CODE (WS-PROD-COUNT)
004290     .
004300 1210-EXIT.
004310     EXIT.
004320
004330*-------------------------------------------------------------------
004340* 1220-MATCH-PRODUCT - one product-table entry against the code
004350* in WS-KEY-PRODUCT-CODE.
004360*-------------------------------------------------------------------
004370 1220-MATCH-PRODUCT.
004380     IF WS-PROD-CODE (WS-PROD-IX) = WS-KEY-PRODUCT-CODE
004390         MOVE WS-PROD-IX TO WS-PROD-FOUND-IX
004400     END-IF
004410     .
004420 1220-EXIT.
004430     EXIT.
004440
004450*-------------------------------------------------------------------
004460* 2000-EDIT-PARM-FILE - every PARM record, field-edited and
004470* cross-checked. An *ALL first record puts the run in sweep
004480* mode, which has no per-account cross-checks.
004490*-------------------------------------------------------------------
004500 2000-EDIT-PARM-FILE.
004510     PERFORM 2100-EDIT-ONE-PARM THRU 2100-EXIT
004520         UNTIL WS-PARM-EOF
004530     CLOSE PARM-FILE
004540     .
004550 2000-EXIT.
004560     EXIT.
004570
004580*-------------------------------------------------------------------
004590* 2100-EDIT-ONE-PARM - one PARM record: numerics first (a short
004600* record garbles these and is caught here), then the master,
004610* control-record and duplicate cross-checks.
004620*-------------------------------------------------------------------
004630 2100-EDIT-ONE-PARM.
004640     READ PARM-FILE
004650         AT END
004660             GO TO 2100-EXIT
004670     END-READ
004680     ADD 1 TO WS-PARM-READ-COUNT
004690     MOVE SPACES TO WS-EDIT-REASON
004700     IF WS-FIRST-PARM
004710         SET WS-NOT-FIRST-PARM TO TRUE
004720         IF PARM-ACCOUNT-ID = "*ALL"
004730             SET WS-SWEEP-RUN TO TRUE
004740         END-IF
004750     END-IF
004760     PERFORM 2200-EDIT-PARM-FIELDS THRU 2200-EXIT
004770     IF WS-EDIT-REASON = SPACES
004780         AND NOT (WS-SWEEP-RUN AND PARM-ACCOUNT-ID = "*ALL")
004790         PERFORM 2300-CROSS-CHECK-PARM THRU 2300-EXIT
004800     END-IF
004810     IF WS-EDIT-REASON = SPACES
004820         WRITE PARM-CLEAN-RECORD FROM PARM-RECORD
004830         ADD 1 TO WS-PARM-CLEAN-COUNT
004840     ELSE
004850         ADD 1 TO WS-PARM-ERROR-COUNT
004860         ADD 1 TO WS-TOTAL-ERROR-COUNT
004870         MOVE "PARMFILE" TO ERPT-ERR-FILE
004880         MOVE PARM-ACCOUNT-ID TO ERPT-ERR-KEY
004890         PERFORM 8100-PRINT-ERROR THRU 8100-EXIT
004900     END-IF
004910     .
004920 2100-EXIT.
004930     EXIT.
004940
004950*-------------------------------------------------------------------
004960* 2200-EDIT-PARM-FIELDS - the field-level numerics and ranges.
004970*-------------------------------------------------------------------
004980 2200-EDIT-PARM-FIELDS.
004990     IF PARM-INTEREST-RATE NOT NUMERIC
005000         MOVE "INTEREST RATE NOT NUMERIC" TO WS-EDIT-REASON
005010         GO TO 2200-EXIT
005020     END-IF
005030     IF PARM-INTEREST-RATE > WS-MAX-RATE
005040         MOVE "INTEREST RATE OUT OF RANGE" TO WS-EDIT-REASON
005050         GO TO 2200-EXIT
005060     END-IF
005070     IF PARM-PERIOD-COUNT NOT NUMERIC
005080         OR PARM-PERIOD-COUNT = ZERO
005090         MOVE "PERIOD COUNT MISSING OR NOT NUMERIC"
005100             TO WS-EDIT-REASON
005110         GO TO 2200-EXIT
005120     END-IF
005130     IF PARM-NUM1-NEGATIVE NOT NUMERIC
005140         MOVE "ADJUSTMENT AMOUNT NOT NUMERIC - SHORT RECORD"
005150             TO WS-EDIT-REASON
005160         GO TO 2200-EXIT
005170     END-IF
005180     IF PARM-NUM3 NOT NUMERIC
005190         MOVE "FACTOR FIELD NOT NUMERIC - SHORT RECORD"
005200             TO WS-EDIT-REASON
005210     END-IF
005220     .
005230 2200-EXIT.
005240     EXIT.
005250
005260*-------------------------------------------------------------------
005270* 2300-CROSS-CHECK-PARM - the account must be on the master and
005280* open, must not repeat in the batch, and must have a
005290* BALANCE-FILE control record waiting for the proof step.
005300*-------------------------------------------------------------------
005310 2300-CROSS-CHECK-PARM.
005320     MOVE PARM-ACCOUNT-ID TO ACCT-ID
005330     READ ACCOUNT-MASTER
005340         INVALID KEY
005350             SET WS-ACCTMSTR-NOT-FOUND TO TRUE
005360     END-READ
005370     IF NOT WS-ACCTMSTR-OK
005380         MOVE "ACCOUNT NOT ON MASTER" TO WS-EDIT-REASON
005390         GO TO 2300-EXIT
005400     END-IF
005410     IF ACCT-CLOSED
005420         MOVE "ACCOUNT CLOSED" TO WS-EDIT-REASON
005430         GO TO 2300-EXIT
005440     END-IF
005450     MOVE ZERO TO WS-KEY-FOUND-IX
005460     IF WS-PACC-COUNT > ZERO
005470         PERFORM 2310-MATCH-PARM-ACCT THRU 2310-EXIT
005480             VARYING WS-KEY-IX FROM 1 BY 1
005490             UNTIL WS-KEY-IX > WS-PACC-COUNT
005500                OR WS-KEY-FOUND-IX > ZERO
005510     END-IF
005520     IF WS-KEY-FOUND-IX > ZERO
005530         MOVE "DUPLICATE PARM ACCOUNT" TO WS-EDIT-REASON
005540         GO TO 2300-EXIT
005550     END-IF
005560     IF WS-PACC-COUNT >= WS-KEY-MAX
005570         DISPLAY "EDIT KEY TABLE FULL - SPLIT THE BATCH - RUN "
005580             "TERMINATED"
005590         MOVE 16 TO RETURN-CODE
005600         GO TO 9999-TERMINATE
005610     END-IF
005620     ADD 1 TO WS-PACC-COUNT
005630     MOVE PARM-ACCOUNT-ID TO WS-PACC-ACCT (WS-PACC-COUNT)
005640     PERFORM 2400-FIND-BAL-CONTROL THRU 2400-EXIT
005650     IF WS-BAL-CONTROL-MISSING
005660         MOVE "NO BALANCE-FILE CONTROL RECORD"
005670             TO WS-EDIT-REASON
005680     END-IF
005690     .
005700 2300-EXIT.
005710     EXIT.
005720
005730*-------------------------------------------------------------------
005740* 2310-MATCH-PARM-ACCT - one accepted PARM account against the
005750* account in hand.
005760*-------------------------------------------------------------------
005770 2310-MATCH-PARM-ACCT.
005780     IF WS-PACC-ACCT (WS-KEY-IX) = PARM-ACCOUNT-ID
005790         MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
005800     END-IF
005810     .
005820 2310-EXIT.
005830     EXIT.
005840
005850*-------------------------------------------------------------------
005860* 2400-FIND-BAL-CONTROL - scan BALANCE-FILE for the account's
005870* control record; the file is opened and closed per scan so
005880* capacity never depends on an in-core copy.
005890*-------------------------------------------------------------------
005900 2400-FIND-BAL-CONTROL.
005910     SET WS-BAL-CONTROL-MISSING TO TRUE
005920     OPEN INPUT BALANCE-FILE
005930     IF NOT WS-BALANCE-OK AND NOT WS-BALANCE-CREATED
005940         GO TO 2400-EXIT
005950     END-IF
005960     PERFORM 2410-SCAN-BAL-CONTROL THRU 2410-EXIT
005970         UNTIL NOT WS-BALANCE-OK
005980            OR WS-BAL-CONTROL-FOUND
005990     CLOSE BALANCE-FILE
006000     .
006010 2400-EXIT.
006020     EXIT.
006030
006040*-------------------------------------------------------------------
006050* 2410-SCAN-BAL-CONTROL - one control record against the PARM
006060* account in hand.
006070*-------------------------------------------------------------------
006080 2410-SCAN-BAL-CONTROL.
006090     READ BALANCE-FILE
006100         AT END
006110             GO TO 2410-EXIT
006120     END-READ
006130     IF BAL-ACCOUNT-ID = PARM-ACCOUNT-ID
006140         SET WS-BAL-CONTROL-FOUND TO TRUE
006150     END-IF
006160     .
006170 2410-EXIT.
006180     EXIT.
006190
006200*-------------------------------------------------------------------
006210* 3000-EDIT-BALANCE-FILE - every control record: total numeric,
006220* no duplicate accounts. A missing file in a PARM-mode run is
006230* fatal - every account would suspend at proof time.
006240*-------------------------------------------------------------------
006250 3000-EDIT-BALANCE-FILE.
006260     OPEN INPUT BALANCE-FILE
006270     IF NOT WS-BALANCE-OK AND NOT WS-BALANCE-CREATED
006280         IF WS-PARM-RUN
006290             MOVE "BALFILE" TO ERPT-ERR-FILE
006300             MOVE SPACES TO ERPT-ERR-KEY
006310             MOVE "BALANCE-FILE MISSING - ALL ACCOUNTS SUSPEN"
006320                 & "D" TO WS-EDIT-REASON
006330             PERFORM 8100-PRINT-ERROR THRU 8100-EXIT
006340             ADD 1 TO WS-BAL-ERROR-COUNT
006350             ADD 1 TO WS-TOTAL-ERROR-COUNT
006360         END-IF
006370         GO TO 3000-EXIT
006380     END-IF
006390     PERFORM 3100-EDIT-ONE-BALANCE THRU 3100-EXIT
006400         UNTIL NOT WS-BALANCE-OK
006410     CLOSE BALANCE-FILE
006420     .
006430 3000-EXIT.
006440     EXIT.
006450
006460*-------------------------------------------------------------------
006470* 3100-EDIT-ONE-BALANCE - one control record.
006480*-------------------------------------------------------------------
006490 3100-EDIT-ONE-BALANCE.
006500     READ BALANCE-FILE
006510         AT END
006520             GO TO 3100-EXIT
006530     END-READ
006540     ADD 1 TO WS-BAL-READ-COUNT
006550     MOVE SPACES TO WS-EDIT-REASON
006560     IF BAL-CONTROL-TOTAL NOT NUMERIC
006570         MOVE "CONTROL TOTAL NOT NUMERIC" TO WS-EDIT-REASON
006580     END-IF
006590     IF WS-EDIT-REASON = SPACES
006600         MOVE ZERO TO WS-KEY-FOUND-IX
006610         IF WS-BACC-COUNT > ZERO
006620             PERFORM 3110-MATCH-BAL-ACCT THRU 3110-EXIT
006630                 VARYING WS-KEY-IX FROM 1 BY 1
006640                 UNTIL WS-KEY-IX > WS-BACC-COUNT
006650                    OR WS-KEY-FOUND-IX > ZERO
006660         END-IF
006670         IF WS-KEY-FOUND-IX > ZERO
006680             MOVE "DUPLICATE CONTROL RECORD" TO WS-EDIT-REASON
006690         END-IF
006700     END-IF
006710     IF WS-EDIT-REASON = SPACES
006720         IF WS-BACC-COUNT >= WS-KEY-MAX
006730             DISPLAY "EDIT KEY TABLE FULL - SPLIT THE BATCH - "
006740                 "RUN TERMINATED"
006750             MOVE 16 TO RETURN-CODE
006760             GO TO 9999-TERMINATE
006770         END-IF
006780         ADD 1 TO WS-BACC-COUNT
006790         MOVE BAL-ACCOUNT-ID TO WS-BACC-ACCT (WS-BACC-COUNT)
006800         WRITE BAL-CLEAN-RECORD FROM BALANCE-RECORD
006810         ADD 1 TO WS-BAL-CLEAN-COUNT
006820     ELSE
006830         ADD 1 TO WS-BAL-ERROR-COUNT
006840         ADD 1 TO WS-TOTAL-ERROR-COUNT
006850         MOVE "BALFILE" TO ERPT-ERR-FILE
006860         MOVE BAL-ACCOUNT-ID TO ERPT-ERR-KEY
006870         PERFORM 8100-PRINT-ERROR THRU 8100-EXIT
006880     END-IF
006890     .
006900 3100-EXIT.
006910     EXIT.
006920
006930*-------------------------------------------------------------------
006940* 3110-MATCH-BAL-ACCT - one accepted control account against
006950* the account in hand.
006960*-------------------------------------------------------------------
006970 3110-MATCH-BAL-ACCT.
006980     IF WS-BACC-ACCT (WS-KEY-IX) = BAL-ACCOUNT-ID
006990         MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
007000     END-IF
007010     .
007020 3110-EXIT.
007030     EXIT.
007040
007050*-------------------------------------------------------------------
007060* 4000-EDIT-RATE-TABLE - every rate entry: real calendar date,
007070* rate in range, key on the master (account or product),
007080* no duplicate key/date. A missing table is not an error - PI
007090* prices from PARM rates without it.
007100*-------------------------------------------------------------------
007110 4000-EDIT-RATE-TABLE.
007120     OPEN INPUT RATE-TABLE-FILE
007130     IF NOT WS-RATETBL-OK AND NOT WS-RATETBL-CREATED
007140         GO TO 4000-EXIT
007150     END-IF
007160     PERFORM 4100-EDIT-ONE-RATE THRU 4100-EXIT
007170         UNTIL NOT WS-RATETBL-OK
007180     CLOSE RATE-TABLE-FILE
007190     .
007200 4000-EXIT.
007210     EXIT.
007220
007230*-------------------------------------------------------------------
007240* 4100-EDIT-ONE-RATE - one rate entry, the same edits RATEMNT
007250* applies at maintenance time: this is the second gate for a
007260* hand-edited table.
007270*-------------------------------------------------------------------
007280 4100-EDIT-ONE-RATE.
007290     READ RATE-TABLE-FILE
007300         AT END
007310             GO TO 4100-EXIT
007320     END-READ
007330     ADD 1 TO WS-RATE-READ-COUNT
007340     MOVE SPACES TO WS-EDIT-REASON
007350     PERFORM 4200-EDIT-RATE-FIELDS THRU 4200-EXIT
007360     IF WS-EDIT-REASON = SPACES
007370         IF WS-RKEY-COUNT >= WS-KEY-MAX
007380             DISPLAY "EDIT KEY TABLE FULL - SPLIT THE BATCH - "
007390                 "RUN TERMINATED"
007400             MOVE 16 TO RETURN-CODE
007410             GO TO 9999-TERMINATE
007420         END-IF
007430         ADD 1 TO WS-RKEY-COUNT
007440         MOVE RTBL-ACCOUNT-ID TO WS-RKEY-KEY (WS-RKEY-COUNT)
007450         MOVE RTBL-EFFECTIVE-DATE
007460             TO WS-RKEY-DATE (WS-RKEY-COUNT)
007470         WRITE RATE-CLEAN-RECORD FROM RATE-TABLE-RECORD
007480         ADD 1 TO WS-RATE-CLEAN-COUNT
007490     ELSE
007500         ADD 1 TO WS-RATE-ERROR-COUNT
007510         ADD 1 TO WS-TOTAL-ERROR-COUNT
007520         MOVE "RATETBL" TO ERPT-ERR-FILE
007530         MOVE RTBL-ACCOUNT-ID TO ERPT-ERR-KEY
007540         MOVE RTBL-EFFECTIVE-DATE TO ERPT-ERR-KEY (9:8)
007550         PERFORM 8100-PRINT-ERROR THRU 8100-EXIT
007560     END-IF
007570     .
007580 4100-EXIT.
007590     EXIT.
007600
007610*-------------------------------------------------------------------
007620* 4200-EDIT-RATE-FIELDS - rate range, calendar date, key on
007630* master, duplicate key/date.
007640*-------------------------------------------------------------------
007650 4200-EDIT-RATE-FIELDS.
007660     IF RTBL-RATE NOT NUMERIC
007670         MOVE "RATE NOT NUMERIC" TO WS-EDIT-REASON
007680         GO TO 4200-EXIT
007690     END-IF
007700     IF RTBL-RATE = ZERO OR RTBL-RATE > WS-MAX-RATE
007710         MOVE "RATE OUT OF RANGE" TO WS-EDIT-REASON
007720         GO TO 4200-EXIT
007730     END-IF
007740     PERFORM 4300-EDIT-RATE-DATE THRU 4300-EXIT
007750     IF WS-DATE-INVALID
007760         MOVE "EFFECTIVE DATE NOT A REAL DATE"
007770             TO WS-EDIT-REASON
007780         GO TO 4200-EXIT
007790     END-IF
007800     MOVE RTBL-ACCOUNT-ID TO ACCT-ID
007810     READ ACCOUNT-MASTER
007820         INVALID KEY
007830             SET WS-ACCTMSTR-NOT-FOUND TO TRUE
007840     END-READ
007850     IF NOT WS-ACCTMSTR-OK
007860         MOVE RTBL-ACCOUNT-ID TO WS-KEY-PRODUCT-GROUP
007870         MOVE ZERO TO WS-PROD-FOUND-IX
007880         IF WS-KEY-PRODUCT-FILL = SPACES
007890             AND WS-PROD-COUNT > ZERO
007900             PERFORM 1220-MATCH-PRODUCT THRU 1220-EXIT
007910                 VARYING WS-PROD-IX FROM 1 BY 1
007920                 UNTIL WS-PROD-IX > WS-PROD-COUNT
007930                    OR WS-PROD-FOUND-IX > ZERO
007940         END-IF
007950         IF WS-PROD-FOUND-IX = ZERO
007960             MOVE "KEY NOT ON MASTER" TO WS-EDIT-REASON
007970             GO TO 4200-EXIT
007980         END-IF
007990     END-IF
008000     MOVE ZERO TO WS-KEY-FOUND-IX
008010     IF WS-RKEY-COUNT > ZERO
008020         PERFORM 4310-MATCH-RATE-KEY THRU 4310-EXIT
008030             VARYING WS-KEY-IX FROM 1 BY 1
008040             UNTIL WS-KEY-IX > WS-RKEY-COUNT
008050                OR WS-KEY-FOUND-IX > ZERO
008060     END-IF
008070     IF WS-KEY-FOUND-IX > ZERO
008080         MOVE "DUPLICATE KEY/DATE ENTRY" TO WS-EDIT-REASON
008090     END-IF
008100     .
008110 4200-EXIT.
008120     EXIT.
008130
008140*-------------------------------------------------------------------
008150* 4300-EDIT-RATE-DATE - a real calendar date: numeric, a
008160* plausible year, month 1-12, and a day the month actually
008170* has, February checked against the leap-year rule.
008180*-------------------------------------------------------------------
008190 4300-EDIT-RATE-DATE.
008200     SET WS-DATE-INVALID TO TRUE
008210     IF RTBL-EFFECTIVE-DATE NOT NUMERIC
008220         GO TO 4300-EXIT
008230     END-IF
008240     MOVE RTBL-EFFECTIVE-DATE TO WS-EDIT-DATE
008250     IF WS-EDIT-YYYY < 1990 OR WS-EDIT-YYYY > 2099
008260         GO TO 4300-EXIT
008270     END-IF
008280     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
008290         GO TO 4300-EXIT
008300     END-IF
008310     EVALUATE WS-EDIT-MM
008320         WHEN 4
008330         WHEN 6
008340         WHEN 9
008350         WHEN 11
008360             MOVE 30 TO WS-MONTH-END-DAY
008370         WHEN 2
008380             MOVE 28 TO WS-MONTH-END-DAY
008390             DIVIDE WS-EDIT-YYYY BY 4
008400                 GIVING WS-LEAP-QUOTIENT
008410                 REMAINDER WS-LEAP-REMAINDER
008420             IF WS-LEAP-REMAINDER = ZERO
008430                 MOVE 29 TO WS-MONTH-END-DAY
008440             END-IF
008450             DIVIDE WS-EDIT-YYYY BY 100
008460                 GIVING WS-LEAP-QUOTIENT
008470                 REMAINDER WS-LEAP-REMAINDER
008480             IF WS-LEAP-REMAINDER = ZERO
008490                 MOVE 28 TO WS-MONTH-END-DAY
008500                 DIVIDE WS-EDIT-YYYY BY 400
008510                     GIVING WS-LEAP-QUOTIENT
008520                     REMAINDER WS-LEAP-REMAINDER
008530                 IF WS-LEAP-REMAINDER = ZERO
008540                     MOVE 29 TO WS-MONTH-END-DAY
008550                 END-IF
008560             END-IF
008570         WHEN OTHER
008580             MOVE 31 TO WS-MONTH-END-DAY
008590     END-EVALUATE
008600     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-END-DAY
008610         GO TO 4300-EXIT
008620     END-IF
008630     SET WS-DATE-VALID TO TRUE
008640     .
008650 4300-EXIT.
008660     EXIT.
008670
008680*-------------------------------------------------------------------
008690* 4310-MATCH-RATE-KEY - one accepted rate key/date against the
008700* entry in hand.
008710*-------------------------------------------------------------------
008720 4310-MATCH-RATE-KEY.
008730     IF WS-RKEY-KEY (WS-KEY-IX) = RTBL-ACCOUNT-ID
008740         AND WS-RKEY-DATE (WS-KEY-IX) = RTBL-EFFECTIVE-DATE
008750         MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
008760     END-IF
008770     .
008780 4310-EXIT.
008790     EXIT.
008800
008810*-------------------------------------------------------------------
008820* 5000-EDIT-MAINT-TRANS - every maintenance transaction: action
008830* code, numerics, maker identity where dual control needs it,
008840* and the cross-file check - an account being maintained
008850* tonight must not also be on the PARM list, or maintenance
008860* rewrites the master between PI's proof and its post-back.
008870*-------------------------------------------------------------------
008880 5000-EDIT-MAINT-TRANS.
008890     OPEN INPUT MAINT-TRANS-FILE
008900     IF NOT WS-TRANS-OK AND NOT WS-TRANS-CREATED
008910         GO TO 5000-EXIT
008920     END-IF
008930     PERFORM 5100-EDIT-ONE-MAINT THRU 5100-EXIT
008940         UNTIL NOT WS-TRANS-OK
008950     CLOSE MAINT-TRANS-FILE
008960     .
008970 5000-EXIT.
008980     EXIT.
008990
009000*-------------------------------------------------------------------
009010* 5100-EDIT-ONE-MAINT - one maintenance transaction.
009020*-------------------------------------------------------------------
009030 5100-EDIT-ONE-MAINT.
009040     READ MAINT-TRANS-FILE
009050         AT END
009060             GO TO 5100-EXIT
009070     END-READ
009080     ADD 1 TO WS-MNT-READ-COUNT
009090     MOVE SPACES TO WS-EDIT-REASON
009100     IF NOT TRAN-ADD AND NOT TRAN-CHANGE AND NOT TRAN-DELETE
009110         MOVE "INVALID ACTION CODE" TO WS-EDIT-REASON
009120     END-IF
009130     IF WS-EDIT-REASON = SPACES
009140         AND (TRAN-ADD OR TRAN-CHANGE)
009150         IF TRAN-ACCT-BALANCE NOT NUMERIC
009160             MOVE "BALANCE NOT NUMERIC" TO WS-EDIT-REASON
009170         END-IF
009180         IF WS-EDIT-REASON = SPACES
009190             AND TRAN-OPERATOR-ID = SPACES
009200             MOVE "MAKER OPERATOR ID MISSING" TO WS-EDIT-REASON
009210         END-IF
009220     END-IF
009230     IF WS-EDIT-REASON = SPACES
009240         AND WS-PARM-RUN
009250         MOVE ZERO TO WS-KEY-FOUND-IX
009260         IF WS-PACC-COUNT > ZERO
009270             PERFORM 5110-MATCH-CROSS-FILE THRU 5110-EXIT
009280                 VARYING WS-KEY-IX FROM 1 BY 1
009290                 UNTIL WS-KEY-IX > WS-PACC-COUNT
009300                    OR WS-KEY-FOUND-IX > ZERO
009310         END-IF
009320         IF WS-KEY-FOUND-IX > ZERO
009330             MOVE "ACCOUNT ALSO ON PARM LIST TONIGHT"
009340                 TO WS-EDIT-REASON
009350         END-IF
009360     END-IF
009370     IF WS-EDIT-REASON = SPACES
009380         WRITE MNT-CLEAN-RECORD FROM MAINT-TRANS-RECORD
009390         ADD 1 TO WS-MNT-CLEAN-COUNT
009400     ELSE
009410         ADD 1 TO WS-MNT-ERROR-COUNT
009420         ADD 1 TO WS-TOTAL-ERROR-COUNT
009430         MOVE "MNTTRAN" TO ERPT-ERR-FILE
009440         MOVE TRAN-ACCT-ID TO ERPT-ERR-KEY
009450         PERFORM 8100-PRINT-ERROR THRU 8100-EXIT
009460     END-IF
009470     .
009480 5100-EXIT.
009490     EXIT.
009500
009510*-------------------------------------------------------------------
009520* 5110-MATCH-CROSS-FILE - one accepted PARM account against the
009530* maintenance transaction's account.
009540*-------------------------------------------------------------------
009550 5110-MATCH-CROSS-FILE.
009560     IF WS-PACC-ACCT (WS-KEY-IX) = TRAN-ACCT-ID
009570         MOVE WS-KEY-IX TO WS-KEY-FOUND-IX
009580     END-IF
009590     .
009600 5110-EXIT.
009610     EXIT.
009620
009630*-------------------------------------------------------------------
009640* 8000-PRINT-HEADINGS - report header, printed at the top of
009650* every page.
009660*-------------------------------------------------------------------
009670 8000-PRINT-HEADINGS.
009680     ADD 1 TO WS-PAGE-NUMBER
009690     MOVE WS-REPORT-DATE TO ERPT-HDR-DATE
009700     MOVE WS-PAGE-NUMBER TO ERPT-HDR-PAGE
009710     WRITE ERPT-PRINT-RECORD FROM ERPT-HEADING-LINE
009720     MOVE ZERO TO WS-LINE-COUNT
009730     .
009740 8000-EXIT.
009750     EXIT.
009760
009770*-------------------------------------------------------------------
009780* 8100-PRINT-ERROR - one edit error: file, key and reason; the
009790* caller set the file and key fields.
009800*-------------------------------------------------------------------
009810 8100-PRINT-ERROR.
009820     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009830         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009840     END-IF
009850     MOVE WS-EDIT-REASON TO ERPT-ERR-REASON
009860     WRITE ERPT-PRINT-RECORD FROM ERPT-ERROR-LINE
009870     MOVE SPACES TO ERPT-ERR-KEY
009880     ADD 1 TO WS-LINE-COUNT
009890     .
009900 8100-EXIT.
009910     EXIT.
009920
009930*-------------------------------------------------------------------
009940* 8500-PRINT-SUMMARY - the per-file counts and the verdict. Any
009950* error is fatal to the submission: the night must run on the
009960* clean files only after the keyer has worked the report.
009970*-------------------------------------------------------------------
009980 8500-PRINT-SUMMARY.
009990     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010000         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
010010     END-IF
010020     MOVE "PARMFILE" TO ERPT-CNT-FILE
010030     MOVE WS-PARM-READ-COUNT TO ERPT-CNT-READ
010040     MOVE WS-PARM-CLEAN-COUNT TO ERPT-CNT-CLEAN
010050     MOVE WS-PARM-ERROR-COUNT TO ERPT-CNT-ERRORS
010060     WRITE ERPT-PRINT-RECORD FROM ERPT-COUNT-LINE
010070     MOVE "BALFILE" TO ERPT-CNT-FILE
010080     MOVE WS-BAL-READ-COUNT TO ERPT-CNT-READ
010090     MOVE WS-BAL-CLEAN-COUNT TO ERPT-CNT-CLEAN
010100     MOVE WS-BAL-ERROR-COUNT TO ERPT-CNT-ERRORS
010110     WRITE ERPT-PRINT-RECORD FROM ERPT-COUNT-LINE
010120     MOVE "RATETBL" TO ERPT-CNT-FILE
010130     MOVE WS-RATE-READ-COUNT TO ERPT-CNT-READ
010140     MOVE WS-RATE-CLEAN-COUNT TO ERPT-CNT-CLEAN
010150     MOVE WS-RATE-ERROR-COUNT TO ERPT-CNT-ERRORS
010160     WRITE ERPT-PRINT-RECORD FROM ERPT-COUNT-LINE
010170     MOVE "MNTTRAN" TO ERPT-CNT-FILE
010180     MOVE WS-MNT-READ-COUNT TO ERPT-CNT-READ
010190     MOVE WS-MNT-CLEAN-COUNT TO ERPT-CNT-CLEAN
010200     MOVE WS-MNT-ERROR-COUNT TO ERPT-CNT-ERRORS
010210     WRITE ERPT-PRINT-RECORD FROM ERPT-COUNT-LINE
010220     IF WS-TOTAL-ERROR-COUNT = ZERO
010230         MOVE "EDIT CLEAN - SUBMIT THE NIGHT ON THE CLEAN FILES"
010240             TO ERPT-VERDICT-TEXT
010250         WRITE ERPT-PRINT-RECORD FROM ERPT-VERDICT-LINE
010260     ELSE
010270         MOVE "FATAL EDIT ERRORS - DO NOT SUBMIT - WORK THE RE"
010280             & "PORT AND RERUN" TO ERPT-VERDICT-TEXT
010290         WRITE ERPT-PRINT-RECORD FROM ERPT-VERDICT-LINE
010300         MOVE 16 TO RETURN-CODE
010310     END-IF
010320     .
010330 8500-EXIT.
010340     EXIT.
010350
010360*-------------------------------------------------------------------
010370* 9999-TERMINATE - single exit point for the run.
010380*-------------------------------------------------------------------
010390 9999-TERMINATE.
010400     CLOSE EDIT-REPORT
010410     CLOSE ACCOUNT-MASTER
010420     CLOSE PARM-CLEAN-FILE
010430     CLOSE BAL-CLEAN-FILE
010440     CLOSE RATE-CLEAN-FILE
010450     CLOSE MNT-CLEAN-FILE
010460     STOP RUN.
010470 END PROGRAM BATCHEDT.
