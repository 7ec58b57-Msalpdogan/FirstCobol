000270*                   now journaled NOT POSTED with RETURN-CODE 8
000280*                   instead of being zeroed and silently
000290*                   skipped.
000300* 2026-10-15  MSA  Late fees: a second pass reads tonight's
000310*                   past-due file from the delinquency run
000320*                   (DELINQ, shared PDUEREC copybook) and charges
000330*                   each newly past-due loan the product's late
000340*                   fee, a fee-schedule entry of class L. A
000350*                   percentage late fee is charged on the unpaid
000360*                   amount, not the balance.
000370* 2026-10-15  MSA  Dormant accounts are not charged where their
000380*                   product's dormancy parameter (DORMPARM,
000390*                   shared DRMPREC copybook) waives fees.
000400* 2026-10-15  MSA  Fee class C, the loan payoff or closing fee,
000410*                   reserved for the payoff quote run (LOANPAY);
000420*                   this run never charges it.
000430* 2026-10-15  MSA  Chained after the delinquency run (DELINQ) in
000440*                   run control. Every record on the past-due
000450*                   file is charged, whichever night it is from,
000460*                   and the file is emptied once charged; DELINQ
000470*                   will not overwrite a file still holding
000480*                   records, so no night's late fees are dropped.
000490*******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.    FEEPOST.
000520 AUTHOR.        MSALPDOGAN.
000530 INSTALLATION.  OPERATIONS.
000540 DATE-WRITTEN.  09/02/2026.
000550 DATE-COMPILED.
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS ACCT-ID
000630         FILE STATUS IS WS-ACCTMSTR-STATUS.
000640
000650     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FEESCHED-STATUS.
000680
000690     SELECT FEE-JOURNAL ASSIGN TO "FEEJRNL"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720     SELECT FEE-HISTORY ASSIGN TO "FEEHIST"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750     SELECT OPTIONAL PAST-DUE-FILE ASSIGN TO "PASTDUE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PASTDUE-STATUS.
000780
000790     SELECT OPTIONAL DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-DORMPARM-STATUS.
000820
000830     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RUNCTL-STATUS.
000860
000870     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920*-------------------------------------------------------------------
000930* ACCOUNT-MASTER - swept in key order, fees posted back in
000940* place. Record layout is the shared ACCTREC copybook.
000950*-------------------------------------------------------------------
000960 FD  ACCOUNT-MASTER.
000970 COPY ACCTREC.
000980
000990*-------------------------------------------------------------------
001000* FEE-SCHEDULE-FILE - effective-dated fees by product code: the
001010* entry for the account's product with the latest effective
001020* date on or before the run date wins, the same way RATETBL
001030* prices interest. F charges the flat amount; P charges the
001040* rate against the account's balance.
001050* The fee class says which charge the entry prices: space is the
001060* periodic service charge swept across every open account; L is
001070* the late fee, charged only to loans on tonight's past-due
001080* file, where a P rate applies to the unpaid amount. C is the
001090* payoff fee, priced into a payoff quote by LOANPAY and never
001100* charged here.
001110*-------------------------------------------------------------------
001120 FD  FEE-SCHEDULE-FILE.
001130 01  FEE-SCHEDULE-RECORD.
001140     05  FSCH-PRODUCT-CODE           PIC X(04).
001150     05  FSCH-EFFECTIVE-DATE         PIC 9(08).
001160     05  FSCH-FEE-TYPE               PIC X(01).
001170         88  FSCH-FLAT               VALUE 'F'.
001180         88  FSCH-PERCENT            VALUE 'P'.
001190     05  FSCH-FLAT-AMOUNT            PIC 9(07)V9(2).
001200     05  FSCH-FEE-RATE               PIC 9V9(4).
001210     05  FSCH-FEE-CLASS              PIC X(01).
001220         88  FSCH-SERVICE-CHARGE     VALUE SPACE.
001230         88  FSCH-LATE-FEE           VALUE 'L'.
001240         88  FSCH-PAYOFF-FEE         VALUE 'C'.
001250
001260*-------------------------------------------------------------------
001270* FEE-JOURNAL - headed print journal: one line per fee posted
001280* with the old balance, the fee and the new balance, and the
001290* run's proof totals at end.
001300*-------------------------------------------------------------------
001310 FD  FEE-JOURNAL.
001320 01  FJRN-PRINT-RECORD  PIC X(160).
001330
001340*-------------------------------------------------------------------
001350* FEE-HISTORY - machine-readable record of every fee posted, in
001360* the shared FEEREC layouts, with a trailer so the statement
001370* run can prove it got the whole file.
001380*-------------------------------------------------------------------
001390 FD  FEE-HISTORY.
001400 COPY FEEREC.
001410
001420*-------------------------------------------------------------------
001430* PAST-DUE-FILE - the loans the delinquency run found newly past
001440* due and not yet charged, in the shared PDUEREC layout, each
001450* charged the late fee once; the file is then emptied. A
001460* missing file means no late fees tonight.
001470*-------------------------------------------------------------------
001480 FD  PAST-DUE-FILE.
001490 COPY PDUEREC.
001500
001510*-------------------------------------------------------------------
001520* DORMANCY-PARM-FILE - each product's dormancy parameters, in the
001530* shared DRMPREC layout; only the fee waiver is used here. A
001540* missing file means no product waives fees.
001550*-------------------------------------------------------------------
001560 FD  DORMANCY-PARM-FILE.
001570 COPY DRMPREC.
001580
001590*-------------------------------------------------------------------
001600* RUN-CONTROL-FILE - the night stream's shared run-sequence
001610* control, one record per batch program in the shared RUNCTLR
001620* layout, checked and stamped by every program in the stream.
001630*-------------------------------------------------------------------
001640 FD  RUN-CONTROL-FILE.
001650 COPY RUNCTLR.
001660
001670*-------------------------------------------------------------------
001680* RECOVERY-JOURNAL - before/after images of every master write,
001690* in the shared RCVYREC layout, extended in place across the
001700* night and replayed by the ACCTRCVR recovery utility.
001710*-------------------------------------------------------------------
001720 FD  RECOVERY-JOURNAL.
001730 COPY RCVYREC.
001740
001750 WORKING-STORAGE SECTION.
001760*-------------------------------------------------------------------
001770* Print lines, kept in working storage so their VALUE clauses
001780* are honored (VALUE on FILE SECTION entries is commentary
001790* only), and written with WRITE ... FROM.
001800*-------------------------------------------------------------------
001810 01  FJRN-HEADING-LINE.
001820     05  FILLER                      PIC X(01) VALUE '1'.
001830     05  FILLER                      PIC X(26)
001840                 VALUE "FEE POSTING JOURNAL".
001850     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001860     05  FJRN-HDR-DATE               PIC X(10).
001870     05  FILLER                      PIC X(10) VALUE SPACES.
001880     05  FILLER                      PIC X(05) VALUE "PAGE ".
001890     05  FJRN-HDR-PAGE               PIC ZZ9.
001900
001910 01  FJRN-DETAIL-LINE.
001920     05  FILLER                      PIC X(01) VALUE SPACE.
001930     05  FJRN-DTL-ACCT               PIC X(07).
001940     05  FILLER                      PIC X(02) VALUE SPACES.
001950     05  FJRN-DTL-PRODUCT            PIC X(04).
001960     05  FILLER                      PIC X(02) VALUE SPACES.
001970     05  FJRN-DTL-TYPE               PIC X(01).
001980     05  FILLER                      PIC X(02) VALUE SPACES.
001990     05  FILLER                      PIC X(04) VALUE "OLD".
002000     05  FJRN-DTL-OLD-BALANCE        PIC $(13)9.99CR.
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020     05  FILLER                      PIC X(04) VALUE "FEE".
002030     05  FJRN-DTL-FEE                PIC $(13)9.99CR.
002040     05  FILLER                      PIC X(02) VALUE SPACES.
002050     05  FILLER                      PIC X(04) VALUE "NEW".
002060     05  FJRN-DTL-NEW-BALANCE        PIC $(13)9.99CR.
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  FJRN-DTL-RESULT             PIC X(34).
002090
002100 01  FJRN-TOTAL-LINE.
002110     05  FILLER                      PIC X(01) VALUE SPACE.
002120     05  FILLER                      PIC X(09)
002130                                      VALUE "ASSESSED".
002140     05  FJRN-TOT-COUNT              PIC ZZZZ9.
002150     05  FILLER                      PIC X(09)
002160                                      VALUE " ACCOUNTS".
002170     05  FILLER                      PIC X(04) VALUE SPACES.
002180     05  FILLER                      PIC X(12)
002190                                      VALUE "FEES POSTED".
002200     05  FJRN-TOT-FEES               PIC $(12)9.99CR.
002210     05  FILLER                      PIC X(04) VALUE SPACES.
002220     05  FILLER                      PIC X(09)
002230                                      VALUE "UNPOSTED".
002240     05  FJRN-TOT-UNPOSTED           PIC ZZZZ9.
002250
002260 01  WS-ACCTMSTR-STATUS              PIC X(02).
002270     88  WS-ACCTMSTR-OK              VALUE '00'.
002280     88  WS-ACCTMSTR-EOF             VALUE '10'.
002290
002300 01  WS-FEESCHED-STATUS              PIC X(02).
002310     88  WS-FEESCHED-OK              VALUE '00'.
002320     88  WS-FEESCHED-EOF             VALUE '10'.
002330     88  WS-FEESCHED-NOT-FOUND       VALUE '35'.
002340
002350 01  WS-PASTDUE-STATUS               PIC X(02).
002360     88  WS-PASTDUE-OK               VALUE '00'.
002370     88  WS-PASTDUE-EOF              VALUE '10'.
002380
002390 01  WS-DORMPARM-STATUS              PIC X(02).
002400     88  WS-DORMPARM-OK              VALUE '00'.
002410     88  WS-DORMPARM-EOF             VALUE '10'.
002420
002430*-------------------------------------------------------------------
002440* The fee schedule, loaded at start-up and searched per
002450* account. Products are few; a schedule past the table's
002460* capacity is a set-up error and ends the run before a fee is
002470* posted.
002480*-------------------------------------------------------------------
002490 01  WS-FEE-ENTRY-MAX                PIC 9(03) VALUE 100.
002500 01  WS-FEE-TABLE-AREA.
002510     05  WS-FEE-ENTRY-COUNT          PIC 9(03) COMP VALUE ZERO.
002520     05  WS-FEE-ENTRY OCCURS 100 TIMES.
002530         10  WS-FEE-PRODUCT          PIC X(04).
002540         10  WS-FEE-EFF-DATE         PIC 9(08).
002550         10  WS-FEE-TYPE             PIC X(01).
002560         10  WS-FEE-FLAT             PIC 9(07)V9(2).
002570         10  WS-FEE-RATE             PIC 9V9(4).
002580         10  WS-FEE-CLASS            PIC X(01).
002590
002600 01  WS-FEE-IX                       PIC 9(03) COMP.
002610 01  WS-FEE-FOUND-IX                 PIC 9(03) COMP.
002620 01  WS-FEE-BEST-DATE                PIC 9(08).
002630 01  WS-FEE-WANTED-CLASS             PIC X(01).
002640     88  WS-LATE-FEE-WANTED          VALUE 'L'.
002650
002660*-------------------------------------------------------------------
002670* The products whose fees are waived while an account is
002680* dormant, loaded from the dormancy parameters.
002690*-------------------------------------------------------------------
002700 01  WS-WAIVE-MAX                    PIC 9(03) VALUE 20.
002710 01  WS-WAIVE-TABLE-AREA.
002720     05  WS-WAIVE-COUNT              PIC 9(03) COMP VALUE ZERO.
002730     05  WS-WAIVE-PRODUCT            PIC X(04) OCCURS 20 TIMES.
002740
002750 01  WS-WAIVE-IX                     PIC 9(03) COMP.
002760 01  WS-WAIVE-SWITCH                 PIC X(01).
002770     88  WS-FEES-WAIVED              VALUE 'Y'.
002780
002790*-------------------------------------------------------------------
002800* Posting working fields.
002810*-------------------------------------------------------------------
002820 01  WS-FEE-AMOUNT                   PIC S9(13)V9(2).
002830 01  WS-OLD-BALANCE                  PIC S9(13)V9(2).
002840 01  WS-FEE-BASE-AMOUNT              PIC S9(13)V9(2).
002850
002860*-------------------------------------------------------------------
002870* Run counters and proof totals, plus the fee-history trailer
002880* count and hash.
002890*-------------------------------------------------------------------
002900 01  WS-ASSESSED-COUNT               PIC 9(05) COMP VALUE ZERO.
002910 01  WS-UNPOSTED-COUNT               PIC 9(05) COMP VALUE ZERO.
002920 01  WS-FEES-POSTED-TOTAL            PIC S9(13)V9(2) VALUE ZERO.
002930 01  WS-FEE-RECORD-COUNT             PIC 9(09) VALUE ZERO.
002940 01  WS-FEE-AMOUNT-HASH              PIC S9(13)V9(2) VALUE ZERO.
002950 01  WS-PASTDUE-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002960 01  WS-PASTDUE-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
002970 01  WS-DORMANT-WAIVED-COUNT         PIC 9(05) COMP VALUE ZERO.
002980
002990*-------------------------------------------------------------------
003000* Print-journal pagination fields.
003010*-------------------------------------------------------------------
003020 01  WS-CURRENT-DATE                 PIC 9(08).
003030 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
003040     05  WS-DATE-YYYY                PIC 9(04).
003050     05  WS-DATE-MM                  PIC 9(02).
003060     05  WS-DATE-DD                  PIC 9(02).
003070 01  WS-REPORT-DATE                  PIC X(10).
003080
003090 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
003100 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
003110 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
003120
003130*-------------------------------------------------------------------
003140* Run-sequence control: the shared RUNCTL file loaded at
003150* start-up, checked, stamped with this run's start, and stamped
003160* again with its end and return code at termination. The rules
003170* the checks enforce are with the RUNCTLR copybook.
003180*-------------------------------------------------------------------
003190 01  WS-RUNCTL-STATUS                PIC X(02).
003200     88  WS-RUNCTL-OK                VALUE '00'.
003210     88  WS-RUNCTL-CREATED           VALUE '05'.
003220
003230 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
003240 01  WS-RCTL-TABLE-AREA.
003250     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
003260     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
003270         10  WS-RCTL-PROGRAM         PIC X(08).
003280         10  WS-RCTL-STATE           PIC X(01).
003290         10  WS-RCTL-MASTER          PIC X(01).
003300         10  WS-RCTL-START-DATE      PIC X(10).
003310         10  WS-RCTL-START-TIME      PIC X(08).
003320         10  WS-RCTL-END-DATE        PIC X(10).
003330         10  WS-RCTL-END-TIME        PIC X(08).
003340         10  WS-RCTL-RC              PIC 9(02).
003350
003360 01  WS-RCTL-IX                      PIC 9(03) COMP.
003370 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
003380 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
003390 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
003400
003410 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "FEEPOST".
003420 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "DELINQ".
003430 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE 'M'.
003440
003450 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
003460     88  WS-RCTL-STAMPED             VALUE 'Y'.
003470
003480 01  WS-CURRENT-TIME                 PIC 9(08).
003490 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
003500     05  WS-TIME-HH                  PIC 9(02).
003510     05  WS-TIME-MN                  PIC 9(02).
003520     05  WS-TIME-SS                  PIC 9(02).
003530     05  WS-TIME-CC                  PIC 9(02).
003540 01  WS-RUN-TIME-EDIT                PIC X(08).
003550
003560*-------------------------------------------------------------------
003570* Master recovery journaling: every write to ACCOUNT-MASTER files
003580* its before and after images (shared RCVYREC copybook) so the
003590* recovery utility (ACCTRCVR) can roll a backup master forward.
003600*-------------------------------------------------------------------
003610 01  WS-RCVY-ACTION                  PIC X(01).
003620 01  WS-RCVY-BEFORE-IMAGE            PIC X(75).
003630 01  WS-RCVY-AFTER-IMAGE             PIC X(75).
003640
003650 PROCEDURE DIVISION.
003660*-------------------------------------------------------------------
003670* 0000-MAINLINE - load the fee schedule, assess every open
003680* account, charge tonight's newly past-due loans their late
003690* fee, close the history off with its trailer and print the
003700* proof totals.
003710*-------------------------------------------------------------------
003720 0000-MAINLINE.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003740     PERFORM 2000-ASSESS-NEXT-ACCOUNT THRU 2000-EXIT
003750         UNTIL WS-ACCTMSTR-EOF
003760     PERFORM 5000-ASSESS-LATE-FEES THRU 5000-EXIT
003770     PERFORM 8700-PRINT-TOTALS THRU 8700-EXIT
003780     PERFORM 8800-WRITE-HISTORY-TRAILER THRU 8800-EXIT
003790     GO TO 9999-TERMINATE.
003800
003810*-------------------------------------------------------------------
003820* 1000-INITIALIZE - open the files and load the fee schedule and
003830* the dormant-account fee waivers. A missing schedule ends the
003840* run: a fee sweep with nothing to price is a set-up error, not
003850* a quiet no-op.
003860*-------------------------------------------------------------------
003870 1000-INITIALIZE.
003880     OPEN OUTPUT FEE-JOURNAL
003890     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003900     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003910         DELIMITED BY SIZE INTO WS-REPORT-DATE
003920     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
003930     PERFORM 1300-LOAD-FEE-SCHEDULE THRU 1300-EXIT
003940     PERFORM 1400-LOAD-FEE-WAIVERS THRU 1400-EXIT
003950     OPEN I-O ACCOUNT-MASTER
003960     IF NOT WS-ACCTMSTR-OK
003970         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERM"
003980             "INATED"
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-TERMINATE
004010     END-IF
004020     OPEN EXTEND RECOVERY-JOURNAL
004030     OPEN OUTPUT FEE-HISTORY
004040     .
004050 1000-EXIT.
004060     EXIT.
004070
004080*-------------------------------------------------------------------
004090* 1150-RUN-CONTROL-START - load the shared run-control file,
004100* refuse the run while the predecessor step has not ended clean
004110* or another master-updating step is marked in flight, then
004120* stamp this program's entry in flight and write the file back.
004130* An empty or missing file is first-time set-up: the run
004140* proceeds and the file is built from this entry.
004150*-------------------------------------------------------------------
004160 1150-RUN-CONTROL-START.
004170     ACCEPT WS-CURRENT-TIME FROM TIME
004180     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
004190         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
004200     OPEN INPUT RUN-CONTROL-FILE
004210     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
004220         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
004230             UNTIL NOT WS-RUNCTL-OK
004240         CLOSE RUN-CONTROL-FILE
004250     END-IF
004260     MOVE ZERO TO WS-RCTL-OWN-IX
004270     MOVE ZERO TO WS-RCTL-PRED-IX
004280     MOVE ZERO TO WS-RCTL-BLOCKER-IX
004290     IF WS-RCTL-COUNT = ZERO
004300         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
004310         GO TO 1150-STAMP-START
004320     END-IF
004330     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
004340         VARYING WS-RCTL-IX FROM 1 BY 1
004350         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
004360     IF WS-RCTL-PREDECESSOR NOT = SPACES
004370         IF WS-RCTL-PRED-IX = ZERO
004380             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
004390                 "ED: " WS-RCTL-PREDECESSOR
004400             MOVE 16 TO RETURN-CODE
004410             GO TO 9999-TERMINATE
004420         END-IF
004430         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
004440             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
004450                 "UN REFUSED: " WS-RCTL-PREDECESSOR
004460             MOVE 16 TO RETURN-CODE
004470             GO TO 9999-TERMINATE
004480         END-IF
004490     END-IF
004500     IF WS-RCTL-BLOCKER-IX > ZERO
004510         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
004520             "RUN REFUSED: "
004530             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
004540         MOVE 16 TO RETURN-CODE
004550         GO TO 9999-TERMINATE
004560     END-IF
004570     .
004580 1150-STAMP-START.
004590     IF WS-RCTL-OWN-IX > ZERO
004600         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
004610         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
004620             "RT ASSUMED"
004630     END-IF
004640     IF WS-RCTL-OWN-IX = ZERO
004650         IF WS-RCTL-COUNT >= WS-RCTL-MAX
004660             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
004670             MOVE 16 TO RETURN-CODE
004680             GO TO 9999-TERMINATE
004690         END-IF
004700         ADD 1 TO WS-RCTL-COUNT
004710         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
004720         MOVE WS-RCTL-OWN-PROGRAM
004730             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
004740     END-IF
004750     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
004760     MOVE WS-RCTL-OWN-MASTER-FLAG
004770         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
004780     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
004790     MOVE WS-RUN-TIME-EDIT
004800         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
004810     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
004820     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
004830     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
004840     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
004850     SET WS-RCTL-STAMPED TO TRUE
004860     .
004870 1150-EXIT.
004880     EXIT.
004890
004900*-------------------------------------------------------------------
004910* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
004920*-------------------------------------------------------------------
004930 1160-LOAD-RUN-ENTRY.
004940     READ RUN-CONTROL-FILE
004950         AT END
004960             GO TO 1160-EXIT
004970     END-READ
004980     IF WS-RCTL-COUNT >= WS-RCTL-MAX
004990         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
005000             RCTL-PROGRAM-ID
005010         GO TO 1160-EXIT
005020     END-IF
005030     ADD 1 TO WS-RCTL-COUNT
005040     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
005050     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
005060     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
005070     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
005080     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
005090     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
005100     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
005110     IF RCTL-RETURN-CODE NUMERIC
005120         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
005130     ELSE
005140         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
005150     END-IF
005160     .
005170 1160-EXIT.
005180     EXIT.
005190
005200*-------------------------------------------------------------------
005210* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
005220* program's own entry and its predecessor's sit, and any other
005230* master-updating step still marked in flight.
005240*-------------------------------------------------------------------
005250 1170-SCAN-RUN-ENTRY.
005260     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
005270         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
005280         GO TO 1170-EXIT
005290     END-IF
005300     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
005310         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
005320     END-IF
005330     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
005340         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
005350         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
005360     END-IF
005370     .
005380 1170-EXIT.
005390     EXIT.
005400
005410*-------------------------------------------------------------------
005420* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
005430* file, this program's entry updated in place.
005440*-------------------------------------------------------------------
005450 1190-WRITE-RUN-CONTROL.
005460     OPEN OUTPUT RUN-CONTROL-FILE
005470     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
005480         VARYING WS-RCTL-IX FROM 1 BY 1
005490         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
005500     CLOSE RUN-CONTROL-FILE
005510     .
005520 1190-EXIT.
005530     EXIT.
005540
005550*-------------------------------------------------------------------
005560* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
005570*-------------------------------------------------------------------
005580 1195-WRITE-ONE-RUN-ENTRY.
005590     MOVE SPACES TO RUNCTL-RECORD
005600     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
005610     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
005620     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
005630     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
005640     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
005650     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
005660     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
005670     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
005680     WRITE RUNCTL-RECORD
005690     .
005700 1195-EXIT.
005710     EXIT.
005720
005730*-------------------------------------------------------------------
005740* 1300-LOAD-FEE-SCHEDULE - the fee schedule into working
005750* storage for the per-account search.
005760*-------------------------------------------------------------------
005770 1300-LOAD-FEE-SCHEDULE.
005780     OPEN INPUT FEE-SCHEDULE-FILE
005790     IF WS-FEESCHED-NOT-FOUND
005800         DISPLAY "FEE-SCHEDULE EMPTY OR MISSING - RUN TERM"
005810             "INATED"
005820         MOVE 16 TO RETURN-CODE
005830         GO TO 9999-TERMINATE
005840     END-IF
005850     PERFORM 1310-READ-FEE-ENTRY THRU 1310-EXIT
005860         UNTIL NOT WS-FEESCHED-OK
005870     CLOSE FEE-SCHEDULE-FILE
005880     .
005890 1300-EXIT.
005900     EXIT.
005910
005920*-------------------------------------------------------------------
005930* 1310-READ-FEE-ENTRY - one schedule entry into the table. A
005940* schedule past the table's capacity is a set-up error and
005950* ends the run before a fee is posted.
005960*-------------------------------------------------------------------
005970 1310-READ-FEE-ENTRY.
005980     READ FEE-SCHEDULE-FILE
005990         AT END
006000             GO TO 1310-EXIT
006010     END-READ
006020     IF WS-FEE-ENTRY-COUNT >= WS-FEE-ENTRY-MAX
006030         DISPLAY "FEE TABLE FULL - SPLIT THE SCHEDULE - RUN TE"
006040             "RMINATED"
006050         MOVE 16 TO RETURN-CODE
006060         GO TO 9999-TERMINATE
006070     END-IF
006080     ADD 1 TO WS-FEE-ENTRY-COUNT
006090     MOVE FSCH-PRODUCT-CODE
006100         TO WS-FEE-PRODUCT (WS-FEE-ENTRY-COUNT)
006110     MOVE FSCH-EFFECTIVE-DATE
006120         TO WS-FEE-EFF-DATE (WS-FEE-ENTRY-COUNT)
006130     MOVE FSCH-FEE-TYPE TO WS-FEE-TYPE (WS-FEE-ENTRY-COUNT)
006140     MOVE FSCH-FLAT-AMOUNT TO WS-FEE-FLAT (WS-FEE-ENTRY-COUNT)
006150     MOVE FSCH-FEE-RATE TO WS-FEE-RATE (WS-FEE-ENTRY-COUNT)
006160     MOVE FSCH-FEE-CLASS TO WS-FEE-CLASS (WS-FEE-ENTRY-COUNT)
006170     .
006180 1310-EXIT.
006190     EXIT.
006200
006210*-------------------------------------------------------------------
006220* 1400-LOAD-FEE-WAIVERS - the products whose dormancy parameters
006230* waive fees, into the waiver table. No parameter file means no
006240* waivers.
006250*-------------------------------------------------------------------
006260 1400-LOAD-FEE-WAIVERS.
006270     OPEN INPUT DORMANCY-PARM-FILE
006280     IF NOT WS-DORMPARM-OK
006290         GO TO 1400-EXIT
006300     END-IF
006310     PERFORM 1410-READ-FEE-WAIVER THRU 1410-EXIT
006320         UNTIL NOT WS-DORMPARM-OK
006330     CLOSE DORMANCY-PARM-FILE
006340     .
006350 1400-EXIT.
006360     EXIT.
006370
006380*-------------------------------------------------------------------
006390* 1410-READ-FEE-WAIVER - one product's dormancy parameters; kept
006400* only when it waives fees.
006410*-------------------------------------------------------------------
006420 1410-READ-FEE-WAIVER.
006430     READ DORMANCY-PARM-FILE
006440         AT END
006450             GO TO 1410-EXIT
006460     END-READ
006470     IF NOT DRMP-WAIVE-FEES
006480         GO TO 1410-EXIT
006490     END-IF
006500     IF WS-WAIVE-COUNT >= WS-WAIVE-MAX
006510         DISPLAY "FEE WAIVER TABLE FULL - RUN TERMINATED"
006520         MOVE 16 TO RETURN-CODE
006530         GO TO 9999-TERMINATE
006540     END-IF
006550     ADD 1 TO WS-WAIVE-COUNT
006560     MOVE DRMP-PRODUCT-CODE TO WS-WAIVE-PRODUCT (WS-WAIVE-COUNT)
006570     .
006580 1410-EXIT.
006590     EXIT.
006600
006610*-------------------------------------------------------------------
006620* 2000-ASSESS-NEXT-ACCOUNT - the next master record in key
006630* order: closed accounts, dormant accounts whose product waives
006640* fees, and products with no service-charge entry owe nothing;
006650* everything else is priced and posted.
006660*-------------------------------------------------------------------
006670 2000-ASSESS-NEXT-ACCOUNT.
006680     READ ACCOUNT-MASTER NEXT
006690         AT END
006700             GO TO 2000-EXIT
006710     END-READ
006720     IF ACCT-CLOSED
006730         GO TO 2000-EXIT
006740     END-IF
006750     PERFORM 2200-CHECK-FEE-WAIVER THRU 2200-EXIT
006760     IF WS-FEES-WAIVED
006770         GO TO 2000-EXIT
006780     END-IF
006790     MOVE SPACE TO WS-FEE-WANTED-CLASS
006800     MOVE ACCT-BALANCE TO WS-FEE-BASE-AMOUNT
006810     PERFORM 2100-FIND-FEE-ENTRY THRU 2100-EXIT
006820     IF WS-FEE-FOUND-IX = ZERO
006830         GO TO 2000-EXIT
006840     END-IF
006850     PERFORM 3000-POST-FEE THRU 3000-EXIT
006860     .
006870 2000-EXIT.
006880     EXIT.
006890
006900*-------------------------------------------------------------------
006910* 2100-FIND-FEE-ENTRY - the schedule entry of the wanted class
006920* for this account's product with the latest effective date on
006930* or before the run date; zero means no fee is due this cycle.
006940*-------------------------------------------------------------------
006950 2100-FIND-FEE-ENTRY.
006960     MOVE ZERO TO WS-FEE-FOUND-IX
006970     MOVE ZERO TO WS-FEE-BEST-DATE
006980     IF WS-FEE-ENTRY-COUNT > ZERO
006990         PERFORM 2110-CHECK-FEE-ENTRY THRU 2110-EXIT
007000             VARYING WS-FEE-IX FROM 1 BY 1
007010             UNTIL WS-FEE-IX > WS-FEE-ENTRY-COUNT
007020     END-IF
007030     .
007040 2100-EXIT.
007050     EXIT.
007060
007070*-------------------------------------------------------------------
007080* 2110-CHECK-FEE-ENTRY - one schedule entry against the account
007090* and run date being priced.
007100*-------------------------------------------------------------------
007110 2110-CHECK-FEE-ENTRY.
007120     IF WS-FEE-PRODUCT (WS-FEE-IX) = ACCT-PRODUCT-CODE
007130         AND WS-FEE-CLASS (WS-FEE-IX) = WS-FEE-WANTED-CLASS
007140         AND WS-FEE-EFF-DATE (WS-FEE-IX) NOT > WS-CURRENT-DATE
007150         AND WS-FEE-EFF-DATE (WS-FEE-IX) NOT < WS-FEE-BEST-DATE
007160         MOVE WS-FEE-EFF-DATE (WS-FEE-IX) TO WS-FEE-BEST-DATE
007170         MOVE WS-FEE-IX TO WS-FEE-FOUND-IX
007180     END-IF
007190     .
007200 2110-EXIT.
007210     EXIT.
007220
007230*-------------------------------------------------------------------
007240* 2200-CHECK-FEE-WAIVER - a dormant account whose product waives
007250* fees is not charged while it stays dormant; counted for the
007260* run's display.
007270*-------------------------------------------------------------------
007280 2200-CHECK-FEE-WAIVER.
007290     MOVE 'N' TO WS-WAIVE-SWITCH
007300     IF NOT ACCT-DORMANT
007310         GO TO 2200-EXIT
007320     END-IF
007330     PERFORM 2210-CHECK-WAIVER-ENTRY THRU 2210-EXIT
007340         VARYING WS-WAIVE-IX FROM 1 BY 1
007350         UNTIL WS-WAIVE-IX > WS-WAIVE-COUNT
007360         OR WS-FEES-WAIVED
007370     IF WS-FEES-WAIVED
007380         ADD 1 TO WS-DORMANT-WAIVED-COUNT
007390     END-IF
007400     .
007410 2200-EXIT.
007420     EXIT.
007430
007440*-------------------------------------------------------------------
007450* 2210-CHECK-WAIVER-ENTRY - one waiver entry against the
007460* account's product.
007470*-------------------------------------------------------------------
007480 2210-CHECK-WAIVER-ENTRY.
007490     IF WS-WAIVE-PRODUCT (WS-WAIVE-IX) = ACCT-PRODUCT-CODE
007500         SET WS-FEES-WAIVED TO TRUE
007510     END-IF
007520     .
007530 2210-EXIT.
007540     EXIT.
007550
007560*-------------------------------------------------------------------
007570* 3000-POST-FEE - price and post one account's fee: a flat fee
007580* charges the scheduled amount, a percentage fee charges the
007590* rate against the base amount the caller set (the standing
007600* balance, or the unpaid amount for a late fee). The posting is
007610* journaled old-and-new, filed on the fee history, and imaged
007620* on the recovery journal. A result too large for ACCT-BALANCE
007630* is left unposted and journaled as such with RETURN-CODE 8.
007640*-------------------------------------------------------------------
007650 3000-POST-FEE.
007660     IF WS-FEE-TYPE (WS-FEE-FOUND-IX) = 'P'
007670         COMPUTE WS-FEE-AMOUNT ROUNDED =
007680             WS-FEE-BASE-AMOUNT * WS-FEE-RATE (WS-FEE-FOUND-IX)
007690             ON SIZE ERROR
007700                 MOVE ZERO TO WS-FEE-AMOUNT
007710                 MOVE ACCT-BALANCE TO WS-OLD-BALANCE
007720                 ADD 1 TO WS-UNPOSTED-COUNT
007730                 MOVE "NOT POSTED - FEE EXCEEDS FIELD"
007740                     TO FJRN-DTL-RESULT
007750                 PERFORM 8650-PRINT-FEE-DETAIL THRU 8650-EXIT
007760                 IF RETURN-CODE < 8
007770                     MOVE 8 TO RETURN-CODE
007780                 END-IF
007790                 GO TO 3000-EXIT
007800         END-COMPUTE
007810     ELSE
007820         MOVE WS-FEE-FLAT (WS-FEE-FOUND-IX) TO WS-FEE-AMOUNT
007830     END-IF
007840     IF WS-FEE-AMOUNT = ZERO
007850         GO TO 3000-EXIT
007860     END-IF
007870     MOVE ACCT-BALANCE TO WS-OLD-BALANCE
007880     MOVE ACCT-MASTER-RECORD TO WS-RCVY-BEFORE-IMAGE
007890     ADD WS-FEE-AMOUNT TO ACCT-BALANCE
007900         ON SIZE ERROR
007910             MOVE WS-OLD-BALANCE TO ACCT-BALANCE
007920             ADD 1 TO WS-UNPOSTED-COUNT
007930             MOVE "NOT POSTED - EXCEEDS MASTER FIELD"
007940                 TO FJRN-DTL-RESULT
007950             PERFORM 8650-PRINT-FEE-DETAIL THRU 8650-EXIT
007960             IF RETURN-CODE < 8
007970                 MOVE 8 TO RETURN-CODE
007980             END-IF
007990             GO TO 3000-EXIT
008000     END-ADD
008010     REWRITE ACCT-MASTER-RECORD
008020         INVALID KEY
008030             MOVE WS-OLD-BALANCE TO ACCT-BALANCE
008040             ADD 1 TO WS-UNPOSTED-COUNT
008050             MOVE "NOT POSTED - MASTER REWRITE FAILED"
008060                 TO FJRN-DTL-RESULT
008070             PERFORM 8650-PRINT-FEE-DETAIL THRU 8650-EXIT
008080             IF RETURN-CODE < 8
008090                 MOVE 8 TO RETURN-CODE
008100             END-IF
008110             GO TO 3000-EXIT
008120     END-REWRITE
008130     MOVE 'C' TO WS-RCVY-ACTION
008140     MOVE ACCT-MASTER-RECORD TO WS-RCVY-AFTER-IMAGE
008150     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
008160     ADD 1 TO WS-ASSESSED-COUNT
008170     ADD WS-FEE-AMOUNT TO WS-FEES-POSTED-TOTAL
008180     IF WS-LATE-FEE-WANTED
008190         MOVE "LATE FEE POSTED" TO FJRN-DTL-RESULT
008200     ELSE
008210         MOVE "POSTED" TO FJRN-DTL-RESULT
008220     END-IF
008230     PERFORM 8650-PRINT-FEE-DETAIL THRU 8650-EXIT
008240     PERFORM 4000-WRITE-FEE-HISTORY THRU 4000-EXIT
008250     .
008260 3000-EXIT.
008270     EXIT.
008280
008290*-------------------------------------------------------------------
008300* 4000-WRITE-FEE-HISTORY - the fee just posted as one fixed-
008310* layout history record, rolled into the trailer count and
008320* hash.
008330*-------------------------------------------------------------------
008340 4000-WRITE-FEE-HISTORY.
008350     MOVE 'D' TO FEE-DTL-TYPE
008360     MOVE ACCT-ID TO FEE-DTL-ACCT-ID
008370     MOVE WS-REPORT-DATE TO FEE-DTL-RUN-DATE
008380     MOVE ACCT-PRODUCT-CODE TO FEE-DTL-PRODUCT-CODE
008390     MOVE WS-FEE-TYPE (WS-FEE-FOUND-IX) TO FEE-DTL-FEE-TYPE
008400     MOVE WS-FEE-AMOUNT TO FEE-DTL-AMOUNT
008410     WRITE FEE-DETAIL-RECORD
008420     ADD 1 TO WS-FEE-RECORD-COUNT
008430     ADD WS-FEE-AMOUNT TO WS-FEE-AMOUNT-HASH
008440     .
008450 4000-EXIT.
008460     EXIT.
008470
008480*-------------------------------------------------------------------
008490* 5000-ASSESS-LATE-FEES - the late-fee pass over the past-due
008500* file. No file means the delinquency run found no loan newly
008510* past due, or has not run; either way no late fee. Once every
008520* record has been charged the file is emptied, which is what
008530* lets the next delinquency run write a new one.
008540*-------------------------------------------------------------------
008550 5000-ASSESS-LATE-FEES.
008560     OPEN INPUT PAST-DUE-FILE
008570     IF NOT WS-PASTDUE-OK
008580         DISPLAY "NO PAST-DUE FILE - NO LATE FEES ASSESSED"
008590         GO TO 5000-EXIT
008600     END-IF
008610     PERFORM 5100-ASSESS-PAST-DUE-LOAN THRU 5100-EXIT
008620         UNTIL NOT WS-PASTDUE-OK
008630     CLOSE PAST-DUE-FILE
008640     OPEN OUTPUT PAST-DUE-FILE
008650     CLOSE PAST-DUE-FILE
008660     DISPLAY "PAST-DUE LOANS READ: " WS-PASTDUE-READ-COUNT
008670         "  NOT CHARGED: " WS-PASTDUE-SKIPPED-COUNT
008680     .
008690 5000-EXIT.
008700     EXIT.
008710
008720*-------------------------------------------------------------------
008730* 5100-ASSESS-PAST-DUE-LOAN - one newly past-due loan: charged
008740* the late fee for its product once. A record from an earlier
008750* night's delinquency run that was not charged then is charged
008760* now, since the file is emptied as soon as it is charged; a loan
008770* no longer on the master or closed since is passed over, as is a
008780* dormant one whose product waives fees.
008800*-------------------------------------------------------------------
008810 5100-ASSESS-PAST-DUE-LOAN.
008820     READ PAST-DUE-FILE
008830         AT END
008840             GO TO 5100-EXIT
008850     END-READ
008860     ADD 1 TO WS-PASTDUE-READ-COUNT
008870     IF PDUE-RUN-DATE NOT = WS-REPORT-DATE
008880         DISPLAY "PAST-DUE RECORD FROM AN EARLIER DELINQUENCY RUN"
008890             " - CHARGED TONIGHT: " PDUE-ACCT-ID " " PDUE-RUN-DATE
008900     END-IF
008910     MOVE PDUE-ACCT-ID TO ACCT-ID
008920     READ ACCOUNT-MASTER
008930         INVALID KEY
008940             DISPLAY "PAST-DUE LOAN NOT ON ACCOUNT-MASTER - NOT "
008950                 "CHARGED: " PDUE-ACCT-ID
008960             ADD 1 TO WS-PASTDUE-SKIPPED-COUNT
008970             IF RETURN-CODE < 8
008980                 MOVE 8 TO RETURN-CODE
008990             END-IF
009000             GO TO 5100-EXIT
009010     END-READ
009020     IF ACCT-CLOSED
009030         ADD 1 TO WS-PASTDUE-SKIPPED-COUNT
009040         GO TO 5100-EXIT
009050     END-IF
009060     PERFORM 2200-CHECK-FEE-WAIVER THRU 2200-EXIT
009070     IF WS-FEES-WAIVED
009080         ADD 1 TO WS-PASTDUE-SKIPPED-COUNT
009090         GO TO 5100-EXIT
009100     END-IF
009110     MOVE 'L' TO WS-FEE-WANTED-CLASS
009120     MOVE PDUE-UNPAID-AMOUNT TO WS-FEE-BASE-AMOUNT
009130     PERFORM 2100-FIND-FEE-ENTRY THRU 2100-EXIT
009140     IF WS-FEE-FOUND-IX = ZERO
009150         GO TO 5100-EXIT
009160     END-IF
009170     PERFORM 3000-POST-FEE THRU 3000-EXIT
009180     .
009190 5100-EXIT.
009200     EXIT.
009210
009220*-------------------------------------------------------------------
009230* 7500-WRITE-RECOVERY-IMAGE - one before/after image pair to the
009240* recovery journal for the master write just made; the caller
009250* set the action and both images.
009260*-------------------------------------------------------------------
009270 7500-WRITE-RECOVERY-IMAGE.
009280     ACCEPT WS-CURRENT-TIME FROM TIME
009290     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
009300         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
009310     MOVE SPACES TO RCVY-RECORD
009320     MOVE WS-RCTL-OWN-PROGRAM TO RCVY-PROGRAM-ID
009330     MOVE WS-REPORT-DATE TO RCVY-DATE
009340     MOVE WS-RUN-TIME-EDIT TO RCVY-TIME
009350     MOVE WS-RCVY-ACTION TO RCVY-ACTION
009360     MOVE WS-RCVY-BEFORE-IMAGE TO RCVY-BEFORE-IMAGE
009370     MOVE WS-RCVY-AFTER-IMAGE TO RCVY-AFTER-IMAGE
009380     WRITE RCVY-RECORD
009390     .
009400 7500-EXIT.
009410     EXIT.
009420
009430*-------------------------------------------------------------------
009440* 8600-PRINT-FEE-HEADINGS - journal header, printed at the top
009450* of every page.
009460*-------------------------------------------------------------------
009470 8600-PRINT-FEE-HEADINGS.
009480     ADD 1 TO WS-PAGE-NUMBER
009490     MOVE WS-REPORT-DATE TO FJRN-HDR-DATE
009500     MOVE WS-PAGE-NUMBER TO FJRN-HDR-PAGE
009510     WRITE FJRN-PRINT-RECORD FROM FJRN-HEADING-LINE
009520     MOVE ZERO TO WS-LINE-COUNT
009530     .
009540 8600-EXIT.
009550     EXIT.
009560
009570*-------------------------------------------------------------------
009580* 8650-PRINT-FEE-DETAIL - one fee line: account, product, fee
009590* type, old balance, fee and new balance, paging when the page
009600* is full.
009610*-------------------------------------------------------------------
009620 8650-PRINT-FEE-DETAIL.
009630     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009640         PERFORM 8600-PRINT-FEE-HEADINGS THRU 8600-EXIT
009650     END-IF
009660     MOVE ACCT-ID TO FJRN-DTL-ACCT
009670     MOVE ACCT-PRODUCT-CODE TO FJRN-DTL-PRODUCT
009680     MOVE WS-FEE-TYPE (WS-FEE-FOUND-IX) TO FJRN-DTL-TYPE
009690     MOVE WS-OLD-BALANCE TO FJRN-DTL-OLD-BALANCE
009700     MOVE WS-FEE-AMOUNT TO FJRN-DTL-FEE
009710     MOVE ACCT-BALANCE TO FJRN-DTL-NEW-BALANCE
009720     WRITE FJRN-PRINT-RECORD FROM FJRN-DETAIL-LINE
009730     ADD 1 TO WS-LINE-COUNT
009740     .
009750 8650-EXIT.
009760     EXIT.
009770
009780*-------------------------------------------------------------------
009790* 8700-PRINT-TOTALS - the run-level proof: accounts assessed,
009800* total fees posted, and how many were left unposted; and how
009810* many dormant accounts had their fees waived.
009820*-------------------------------------------------------------------
009830 8700-PRINT-TOTALS.
009840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009850         PERFORM 8600-PRINT-FEE-HEADINGS THRU 8600-EXIT
009860     END-IF
009870     MOVE WS-ASSESSED-COUNT TO FJRN-TOT-COUNT
009880     MOVE WS-FEES-POSTED-TOTAL TO FJRN-TOT-FEES
009890     MOVE WS-UNPOSTED-COUNT TO FJRN-TOT-UNPOSTED
009900     WRITE FJRN-PRINT-RECORD FROM FJRN-TOTAL-LINE
009910     DISPLAY "DORMANT ACCOUNTS NOT CHARGED: "
009920         WS-DORMANT-WAIVED-COUNT
009930     .
009940 8700-EXIT.
009950     EXIT.
009960
009970*-------------------------------------------------------------------
009980* 8800-WRITE-HISTORY-TRAILER - close the fee history off with
009990* its proof record: detail record count and the fee amount
010000* hash total.
010010*-------------------------------------------------------------------
010020 8800-WRITE-HISTORY-TRAILER.
010030     MOVE 'T' TO FEE-TRL-TYPE
010040     MOVE WS-FEE-RECORD-COUNT TO FEE-TRL-RECORD-COUNT
010050     MOVE WS-FEE-AMOUNT-HASH TO FEE-TRL-AMOUNT-HASH
010060     WRITE FEE-TRAILER-RECORD
010070     .
010080 8800-EXIT.
010090     EXIT.
010100
010110*-------------------------------------------------------------------
010120* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
010130* and its return code on the shared run-control file. Nothing
010140* to stamp when the run was refused before its start was
010150* stamped.
010160* The shared file is re-read before stamping, so entries other
010170* programs (or sibling sweep partitions) wrote since start-up
010180* are carried forward, not overwritten from a stale copy.
010190*-------------------------------------------------------------------
010200 9800-RUN-CONTROL-END.
010210     IF NOT WS-RCTL-STAMPED
010220         GO TO 9800-EXIT
010230     END-IF
010240     ACCEPT WS-CURRENT-TIME FROM TIME
010250     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
010260         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
010270     MOVE ZERO TO WS-RCTL-COUNT
010280     OPEN INPUT RUN-CONTROL-FILE
010290     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
010300         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
010310             UNTIL NOT WS-RUNCTL-OK
010320         CLOSE RUN-CONTROL-FILE
010330     END-IF
010340     MOVE ZERO TO WS-RCTL-OWN-IX
010350     MOVE ZERO TO WS-RCTL-PRED-IX
010360     MOVE ZERO TO WS-RCTL-BLOCKER-IX
010370     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
010380         VARYING WS-RCTL-IX FROM 1 BY 1
010390         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
010400     IF WS-RCTL-OWN-IX = ZERO
010410         IF WS-RCTL-COUNT >= WS-RCTL-MAX
010420             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
010430             GO TO 9800-EXIT
010440         END-IF
010450         ADD 1 TO WS-RCTL-COUNT
010460         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
010470         MOVE WS-RCTL-OWN-PROGRAM
010480             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
010490         MOVE WS-RCTL-OWN-MASTER-FLAG
010500             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
010510     END-IF
010520     IF RETURN-CODE < 16
010530         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010540     ELSE
010550         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010560     END-IF
010570     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
010580     MOVE WS-RUN-TIME-EDIT
010590         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
010600     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
010610     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
010620     .
010630 9800-EXIT.
010640     EXIT.
010650
010660*-------------------------------------------------------------------
010670* 9999-TERMINATE - single exit point for the run.
010680*-------------------------------------------------------------------
010690 9999-TERMINATE.
010700     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
010710     CLOSE FEE-JOURNAL
010720     CLOSE FEE-HISTORY
010730     CLOSE RECOVERY-JOURNAL
010740     CLOSE PAST-DUE-FILE
010750     CLOSE ACCOUNT-MASTER
010760     STOP RUN.
010770 END PROGRAM FEEPOST.
