000490*                   corrupted master can be rolled forward from a
000500*                   backup by the ACCTRCVR recovery utility
000510*                   instead of rebuilt by hand.
000520* 2026-10-15  MSA  Transaction carries the account's customer
000530*                   number (blank leaves the link alone), checked
000540*                   against the new customer master (CUSTMSTR,
000550*                   shared CUSTREC copybook) and carried onto
000560*                   pended items; journal images show the link.
000570*******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID.    ACCTMNT.
000600 AUTHOR.        MSALPDOGAN.
000610 INSTALLATION.  OPERATIONS.
000620 DATE-WRITTEN.  08/22/2026.
000630 DATE-COMPILED.
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS ACCT-ID
000710         FILE STATUS IS WS-ACCTMSTR-STATUS.
000720
000730     SELECT MAINT-TRANS-FILE ASSIGN TO "MNTTRAN"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRANS-STATUS.
000760
000770     SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800     SELECT REJECT-FILE ASSIGN TO "MNTREJT"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PEND-STATUS.
000860
000870     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-RUNCTL-STATUS.
000900     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920
000930     SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS CUST-ID
000970         FILE STATUS IS WS-CUSTMSTR-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010*-------------------------------------------------------------------
001020* ACCOUNT-MASTER - one record per account, keyed on account ID.
001030* Record layout is the shared ACCTREC copybook, common to this
001040* program and the amortization program (PI).
001050*-------------------------------------------------------------------
001060 FD  ACCOUNT-MASTER.
001070 COPY ACCTREC.
001080
001090*-------------------------------------------------------------------
001100* MAINT-TRANS-FILE - one maintenance request per record: A (add),
001110* C (change) or D (delete), keyed on the account ID, carrying the
001120* account name and balance for adds and changes, and the
001130* customer number the account belongs to.
001140*-------------------------------------------------------------------
001150 FD  MAINT-TRANS-FILE.
001160 01  MAINT-TRANS-RECORD.
001170     05  TRAN-ACTION-CODE            PIC X(01).
001180         88  TRAN-ADD                VALUE 'A'.
001190         88  TRAN-CHANGE             VALUE 'C'.
001200         88  TRAN-DELETE             VALUE 'D'.
001210     05  TRAN-ACCT-ID                PIC X(07).
001220     05  TRAN-ACCT-NAME              PIC X(30).
001230     05  TRAN-ACCT-BALANCE           PIC S9(13)V9(2)
001240                                      SIGN LEADING SEPARATE.
001250     05  TRAN-ACCT-STATUS            PIC X(01).
001260     05  TRAN-PRODUCT-CODE           PIC X(04).
001270     05  TRAN-OPERATOR-ID            PIC X(30).
001280     05  TRAN-CUSTOMER-ID            PIC X(08).
001290
001300*-------------------------------------------------------------------
001310* MAINT-JOURNAL - headed print journal: one action line per
001320* transaction plus before/after images of every master record
001330* touched, and the applied/rejected counts at end of run.
001340*-------------------------------------------------------------------
001350 FD  MAINT-JOURNAL.
001360 01  JRNL-PRINT-RECORD  PIC X(160).
001370
001380*-------------------------------------------------------------------
001390* PENDING-APPROVAL-FILE - adds and balance-affecting changes,
001400* held here under maker/checker control in the shared PENDREC
001410* layout until a different operator disposes of them through
001420* the approval program (MNTAPPR). Extended in place, so items
001430* from earlier batches keep waiting.
001440*-------------------------------------------------------------------
001450 FD  PENDING-APPROVAL-FILE.
001460 COPY PENDREC.
001470
001480*-------------------------------------------------------------------
001490* REJECT-FILE - the rejected transaction, image intact so the
001500* record can be corrected and resubmitted, plus the reason.
001510*-------------------------------------------------------------------
001520 FD  REJECT-FILE.
001530 01  REJECT-RECORD.
001540     05  REJ-TRANS-IMAGE             PIC X(97).
001550     05  FILLER                      PIC X(02) VALUE SPACES.
001560     05  REJ-REASON                  PIC X(30).
001570
001580*-------------------------------------------------------------------
001590* RUN-CONTROL-FILE - the night stream's shared run-sequence
001600* control, one record per batch program in the shared RUNCTLR
001610* layout, checked and stamped by every program in the stream.
001620*-------------------------------------------------------------------
001630 FD  RUN-CONTROL-FILE.
001640 COPY RUNCTLR.
001650*-------------------------------------------------------------------
001660* RECOVERY-JOURNAL - before/after images of every master write,
001670* in the shared RCVYREC layout, extended in place across the
001680* night and replayed by the ACCTRCVR recovery utility.
001690*-------------------------------------------------------------------
001700 FD  RECOVERY-JOURNAL.
001710 COPY RCVYREC.
001720
001730*-------------------------------------------------------------------
001740* CUSTOMER-MASTER - read only, to confirm the customer an account
001750* is being linked to is on file. Shared CUSTREC layout.
001760*-------------------------------------------------------------------
001770 FD  CUSTOMER-MASTER.
001780 COPY CUSTREC.
001790
001800 WORKING-STORAGE SECTION.
001810*-------------------------------------------------------------------
001820* Run-sequence control: the shared RUNCTL file loaded at
001830* start-up, checked, stamped with this run's start, and stamped
001840* again with its end and return code at termination. The rules
001850* the checks enforce are with the RUNCTLR copybook.
001860*-------------------------------------------------------------------
001870 01  WS-RUNCTL-STATUS                PIC X(02).
001880     88  WS-RUNCTL-OK                VALUE '00'.
001890     88  WS-RUNCTL-CREATED           VALUE '05'.
001900
001910 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
001920 01  WS-RCTL-TABLE-AREA.
001930     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
001940     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
001950         10  WS-RCTL-PROGRAM         PIC X(08).
001960         10  WS-RCTL-STATE           PIC X(01).
001970         10  WS-RCTL-MASTER          PIC X(01).
001980         10  WS-RCTL-START-DATE      PIC X(10).
001990         10  WS-RCTL-START-TIME      PIC X(08).
002000         10  WS-RCTL-END-DATE        PIC X(10).
002010         10  WS-RCTL-END-TIME        PIC X(08).
002020         10  WS-RCTL-RC              PIC 9(02).
002030
002040 01  WS-RCTL-IX                      PIC 9(03) COMP.
002050 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
002060 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
002070 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
002080
002090 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "ACCTMNT".
002100 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE SPACES.
002110 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE 'M'.
002120
002130 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
002140     88  WS-RCTL-STAMPED             VALUE 'Y'.
002150
002160 01  WS-CURRENT-TIME                 PIC 9(08).
002170 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
002180     05  WS-TIME-HH                  PIC 9(02).
002190     05  WS-TIME-MN                  PIC 9(02).
002200     05  WS-TIME-SS                  PIC 9(02).
002210     05  WS-TIME-CC                  PIC 9(02).
002220 01  WS-RUN-TIME-EDIT                PIC X(08).
002230*-------------------------------------------------------------------
002240* Master recovery journaling: every write to ACCOUNT-MASTER files
002250* its before and after images (shared RCVYREC copybook) so the
002260* recovery utility (ACCTRCVR) can roll a backup master forward.
002270*-------------------------------------------------------------------
002280 01  WS-RCVY-ACTION                  PIC X(01).
002290 01  WS-RCVY-BEFORE-IMAGE            PIC X(75).
002300 01  WS-RCVY-AFTER-IMAGE             PIC X(75).
002310
002320*-------------------------------------------------------------------
002330* Print lines, kept in working storage so their VALUE clauses
002340* are honored (VALUE on FILE SECTION entries is commentary
002350* only), and written with WRITE ... FROM.
002360*-------------------------------------------------------------------
002370 01  JRNL-HEADING-LINE.
002380     05  FILLER                      PIC X(01) VALUE '1'.
002390     05  FILLER                      PIC X(29)
002400                         VALUE "ACCOUNT MAINTENANCE JOURNAL".
002410     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002420     05  JRNL-HDR-DATE               PIC X(10).
002430     05  FILLER                      PIC X(10) VALUE SPACES.
002440     05  FILLER                      PIC X(05) VALUE "PAGE ".
002450     05  JRNL-HDR-PAGE               PIC ZZ9.
002460
002470 01  JRNL-ACTION-LINE.
002480     05  FILLER                      PIC X(01) VALUE SPACE.
002490     05  JRNL-ACT-VERB               PIC X(08).
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  JRNL-ACT-ACCT               PIC X(07).
002520     05  FILLER                      PIC X(02) VALUE SPACES.
002530     05  JRNL-ACT-RESULT             PIC X(40).
002540
002550 01  JRNL-IMAGE-LINE.
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  FILLER                      PIC X(04) VALUE SPACES.
002580     05  JRNL-IMG-TAG                PIC X(08).
002590     05  FILLER                      PIC X(02) VALUE SPACES.
002600     05  JRNL-IMG-NAME               PIC X(30).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  JRNL-IMG-BALANCE            PIC $(13)9.99CR.
002630     05  FILLER                      PIC X(02) VALUE SPACES.
002640     05  JRNL-IMG-STATUS             PIC X(01).
002650     05  FILLER                      PIC X(02) VALUE SPACES.
002660     05  JRNL-IMG-PRODUCT            PIC X(04).
002670     05  FILLER                      PIC X(02) VALUE SPACES.
002680     05  JRNL-IMG-CUSTOMER           PIC X(08).
002690
002700 01  JRNL-TOTAL-LINE.
002710     05  FILLER                      PIC X(01) VALUE SPACE.
002720     05  FILLER                      PIC X(14)
002730                                      VALUE "TRANSACTIONS".
002740     05  JRNL-TOT-READ               PIC ZZZZ9.
002750     05  FILLER                      PIC X(10)
002760                                      VALUE "  APPLIED".
002770     05  JRNL-TOT-APPLIED            PIC ZZZZ9.
002780     05  FILLER                      PIC X(09)
002790                                      VALUE "  PENDED".
002800     05  JRNL-TOT-PENDED             PIC ZZZZ9.
002810     05  FILLER                      PIC X(11)
002820                                      VALUE "  REJECTED".
002830     05  JRNL-TOT-REJECTED           PIC ZZZZ9.
002840
002850 01  WS-ACCTMSTR-STATUS              PIC X(02).
002860     88  WS-ACCTMSTR-OK              VALUE '00'.
002870     88  WS-ACCTMSTR-DUP-KEY         VALUE '22'.
002880     88  WS-ACCTMSTR-NOT-FOUND       VALUE '23'.
002890
002900 01  WS-TRANS-STATUS                 PIC X(02).
002910     88  WS-TRANS-OK                 VALUE '00'.
002920     88  WS-TRANS-EOF                VALUE '10'.
002930     88  WS-TRANS-NOT-FOUND          VALUE '35'.
002940
002950 01  WS-CUSTMSTR-STATUS              PIC X(02).
002960     88  WS-CUSTMSTR-OK              VALUE '00'.
002970 01  WS-CUSTMSTR-SWITCH              PIC X(01) VALUE 'N'.
002980     88  WS-CUSTMSTR-OPEN            VALUE 'Y'.
002990 01  WS-CUSTOMER-SWITCH              PIC X(01).
003000     88  WS-CUSTOMER-ACCEPTED        VALUE 'Y'.
003010     88  WS-CUSTOMER-REJECTED        VALUE 'N'.
003020
003030*-------------------------------------------------------------------
003040* Run counters.
003050*-------------------------------------------------------------------
003060 01  WS-TRANS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
003070 01  WS-TRANS-APPLIED-COUNT          PIC 9(05) COMP VALUE ZERO.
003080 01  WS-TRANS-REJECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
003090 01  WS-TRANS-PENDED-COUNT           PIC 9(05) COMP VALUE ZERO.
003100
003110 01  WS-REJECT-REASON                PIC X(30).
003120
003130*-------------------------------------------------------------------
003140* Maker/checker working fields: the pending file's status, and
003150* the next item sequence number, primed past the highest
003160* already on file so items keep unique numbers across batches.
003170*-------------------------------------------------------------------
003180 01  WS-PEND-STATUS                  PIC X(02).
003190     88  WS-PEND-OK                  VALUE '00'.
003200     88  WS-PEND-CREATED             VALUE '05'.
003210 01  WS-PEND-SEQ-NUMBER              PIC 9(05) VALUE ZERO.
003220
003230*-------------------------------------------------------------------
003240* Print-journal pagination fields.
003250*-------------------------------------------------------------------
003260 01  WS-CURRENT-DATE                 PIC 9(08).
003270 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
003280     05  WS-DATE-YYYY                PIC 9(04).
003290     05  WS-DATE-MM                  PIC 9(02).
003300     05  WS-DATE-DD                  PIC 9(02).
003310 01  WS-REPORT-DATE                  PIC X(10).
003320
003330 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
003340 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
003350 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
003360
003370 PROCEDURE DIVISION.
003380*-------------------------------------------------------------------
003390* 0000-MAINLINE - apply every maintenance transaction to the
003400* master, then print the applied/rejected proof counts.
003410*-------------------------------------------------------------------
003420 0000-MAINLINE.
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003440     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
003450         UNTIL WS-TRANS-EOF
003460     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
003470     GO TO 9999-TERMINATE.
003480
003490*-------------------------------------------------------------------
003500* 1000-INITIALIZE - open the files and prime the first
003510* transaction. The master is opened I-O: this program exists to
003520* write on it.
003530*-------------------------------------------------------------------
003540 1000-INITIALIZE.
003550     OPEN OUTPUT MAINT-JOURNAL
003560     OPEN OUTPUT REJECT-FILE
003570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003580     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003590         DELIMITED BY SIZE INTO WS-REPORT-DATE
003600     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
003610     OPEN INPUT MAINT-TRANS-FILE
003620     IF WS-TRANS-NOT-FOUND
003630         DISPLAY "MAINT-TRANS-FILE EMPTY OR MISSING - RUN TERM"
003640             "INATED"
003650         MOVE 16 TO RETURN-CODE
003660         GO TO 9999-TERMINATE
003670     END-IF
003680     OPEN I-O ACCOUNT-MASTER
003690     IF NOT WS-ACCTMSTR-OK
003700         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERM"
003710             "INATED"
003720         MOVE 16 TO RETURN-CODE
003730         GO TO 9999-TERMINATE
003740     END-IF
003750     PERFORM 1050-PRIME-PEND-SEQ THRU 1050-EXIT
003760     OPEN EXTEND PENDING-APPROVAL-FILE
003770     OPEN EXTEND RECOVERY-JOURNAL
003780     OPEN INPUT CUSTOMER-MASTER
003790     IF WS-CUSTMSTR-OK
003800         SET WS-CUSTMSTR-OPEN TO TRUE
003810     ELSE
003820         DISPLAY "NO CUSTOMER MASTER - CUSTOMER LINKS WILL BE REJ"
003830             "ECTED"
003840     END-IF
003850     READ MAINT-TRANS-FILE
003860         AT END
003870             CONTINUE
003880     END-READ
003890     .
003900 1000-EXIT.
003910     EXIT.
003920
003930*-------------------------------------------------------------------
003940* 1050-PRIME-PEND-SEQ - walk the standing pending file for the
003950* highest item number already issued, so this batch's items
003960* number on uniquely after it.
003970*-------------------------------------------------------------------
003980 1050-PRIME-PEND-SEQ.
003990     OPEN INPUT PENDING-APPROVAL-FILE
004000     IF WS-PEND-OK OR WS-PEND-CREATED
004010         PERFORM 1060-SCAN-PEND-SEQ THRU 1060-EXIT
004020             UNTIL NOT WS-PEND-OK
004030         CLOSE PENDING-APPROVAL-FILE
004040     END-IF
004050     .
004060 1050-EXIT.
004070     EXIT.
004080
004090*-------------------------------------------------------------------
004100* 1060-SCAN-PEND-SEQ - one standing pending item's number.
004110*-------------------------------------------------------------------
004120 1060-SCAN-PEND-SEQ.
004130     READ PENDING-APPROVAL-FILE
004140         AT END
004150             GO TO 1060-EXIT
004160     END-READ
004170     IF PEND-SEQ-NUMBER NUMERIC
004180         AND PEND-SEQ-NUMBER > WS-PEND-SEQ-NUMBER
004190         MOVE PEND-SEQ-NUMBER TO WS-PEND-SEQ-NUMBER
004200     END-IF
004210     .
004220 1060-EXIT.
004230     EXIT.
004240
004250*-------------------------------------------------------------------
004260* 1150-RUN-CONTROL-START - load the shared run-control file,
004270* refuse the run while the predecessor step has not ended clean
004280* or another master-updating step is marked in flight, then
004290* stamp this program's entry in flight and write the file back.
004300* An empty or missing file is first-time set-up: the run
004310* proceeds and the file is built from this entry.
004320*-------------------------------------------------------------------
004330 1150-RUN-CONTROL-START.
004340     ACCEPT WS-CURRENT-TIME FROM TIME
004350     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
004360         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
004370     OPEN INPUT RUN-CONTROL-FILE
004380     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
004390         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
004400             UNTIL NOT WS-RUNCTL-OK
004410         CLOSE RUN-CONTROL-FILE
004420     END-IF
004430     MOVE ZERO TO WS-RCTL-OWN-IX
004440     MOVE ZERO TO WS-RCTL-PRED-IX
004450     MOVE ZERO TO WS-RCTL-BLOCKER-IX
004460     IF WS-RCTL-COUNT = ZERO
004470         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
004480         GO TO 1150-STAMP-START
004490     END-IF
004500     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
004510         VARYING WS-RCTL-IX FROM 1 BY 1
004520         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
004530     IF WS-RCTL-PREDECESSOR NOT = SPACES
004540         IF WS-RCTL-PRED-IX = ZERO
004550             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
004560                 "ED: " WS-RCTL-PREDECESSOR
004570             MOVE 16 TO RETURN-CODE
004580             GO TO 9999-TERMINATE
004590         END-IF
004600         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
004610             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
004620                 "UN REFUSED: " WS-RCTL-PREDECESSOR
004630             MOVE 16 TO RETURN-CODE
004640             GO TO 9999-TERMINATE
004650         END-IF
004660     END-IF
004670     IF WS-RCTL-BLOCKER-IX > ZERO
004680         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
004690             "RUN REFUSED: "
004700             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
004710         MOVE 16 TO RETURN-CODE
004720         GO TO 9999-TERMINATE
004730     END-IF
004740     .
004750 1150-STAMP-START.
004760     IF WS-RCTL-OWN-IX > ZERO
004770         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
004780         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
004790             "RT ASSUMED"
004800     END-IF
004810     IF WS-RCTL-OWN-IX = ZERO
004820         IF WS-RCTL-COUNT >= WS-RCTL-MAX
004830             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
004840             MOVE 16 TO RETURN-CODE
004850             GO TO 9999-TERMINATE
004860         END-IF
004870         ADD 1 TO WS-RCTL-COUNT
004880         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
004890         MOVE WS-RCTL-OWN-PROGRAM
004900             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
004910     END-IF
004920     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
004930     MOVE WS-RCTL-OWN-MASTER-FLAG
004940         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
004950     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
004960     MOVE WS-RUN-TIME-EDIT
004970         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
004980     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
004990     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
005000     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
005010     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
005020     SET WS-RCTL-STAMPED TO TRUE
005030     .
005040 1150-EXIT.
005050     EXIT.
005060
005070*-------------------------------------------------------------------
005080* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
005090*-------------------------------------------------------------------
005100 1160-LOAD-RUN-ENTRY.
005110     READ RUN-CONTROL-FILE
005120         AT END
005130             GO TO 1160-EXIT
005140     END-READ
005150     IF WS-RCTL-COUNT >= WS-RCTL-MAX
005160         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
005170             RCTL-PROGRAM-ID
005180         GO TO 1160-EXIT
005190     END-IF
005200     ADD 1 TO WS-RCTL-COUNT
005210     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
005220     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
005230     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
005240     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
005250     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
005260     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
005270     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
005280     IF RCTL-RETURN-CODE NUMERIC
005290         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
005300     ELSE
005310         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
005320     END-IF
005330     .
005340 1160-EXIT.
005350     EXIT.
005360
005370*-------------------------------------------------------------------
005380* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
005390* program's own entry and its predecessor's sit, and any other
005400* master-updating step still marked in flight.
005410*-------------------------------------------------------------------
005420 1170-SCAN-RUN-ENTRY.
005430     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
005440         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
005450         GO TO 1170-EXIT
005460     END-IF
005470     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
005480         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
005490     END-IF
005500     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
005510         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
005520         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
005530     END-IF
005540     .
005550 1170-EXIT.
005560     EXIT.
005570
005580*-------------------------------------------------------------------
005590* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
005600* file, this program's entry updated in place.
005610*-------------------------------------------------------------------
005620 1190-WRITE-RUN-CONTROL.
005630     OPEN OUTPUT RUN-CONTROL-FILE
005640     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
005650         VARYING WS-RCTL-IX FROM 1 BY 1
005660         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
005670     CLOSE RUN-CONTROL-FILE
005680     .
005690 1190-EXIT.
005700     EXIT.
005710
005720*-------------------------------------------------------------------
005730* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
005740*-------------------------------------------------------------------
005750 1195-WRITE-ONE-RUN-ENTRY.
005760     MOVE SPACES TO RUNCTL-RECORD
005770     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
005780     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
005790     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
005800     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
005810     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
005820     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
005830     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
005840     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
005850     WRITE RUNCTL-RECORD
005860     .
005870 1195-EXIT.
005880     EXIT.
005890
005900*-------------------------------------------------------------------
005910* 2000-PROCESS-TRANSACTION - route one transaction by its action
005920* code, then read the next. Anything that cannot be applied goes
005930* to the reject file with a reason, and the run carries on.
005940*-------------------------------------------------------------------
005950 2000-PROCESS-TRANSACTION.
005960     ADD 1 TO WS-TRANS-READ-COUNT
005970     EVALUATE TRUE
005980         WHEN TRAN-ADD
005990             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
006000         WHEN TRAN-CHANGE
006010             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
006020         WHEN TRAN-DELETE
006030             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
006040         WHEN OTHER
006050             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
006060             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006070     END-EVALUATE
006080     READ MAINT-TRANS-FILE
006090         AT END
006100             CONTINUE
006110     END-READ
006120     .
006130 2000-EXIT.
006140     EXIT.
006150
006160*-------------------------------------------------------------------
006170* 3000-APPLY-ADD - a duplicate add is rejected; otherwise the
006180* add is a money-bearing master change and goes to the
006190* pending-approval file for a different operator to approve
006200* through MNTAPPR, not to the master.
006210*-------------------------------------------------------------------
006220 3000-APPLY-ADD.
006230     MOVE TRAN-ACCT-ID TO ACCT-ID
006240     READ ACCOUNT-MASTER
006250         INVALID KEY
006260             CONTINUE
006270     END-READ
006280     IF WS-ACCTMSTR-OK
006290         MOVE "DUPLICATE ADD - ACCOUNT EXISTS"
006300             TO WS-REJECT-REASON
006310         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006320         GO TO 3000-EXIT
006330     END-IF
006340     IF TRAN-OPERATOR-ID = SPACES
006350         MOVE "MAKER OPERATOR ID MISSING"
006360             TO WS-REJECT-REASON
006370         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006380         GO TO 3000-EXIT
006390     END-IF
006400     PERFORM 3050-CHECK-CUSTOMER THRU 3050-EXIT
006410     IF WS-CUSTOMER-REJECTED
006420         GO TO 3000-EXIT
006430     END-IF
006440     PERFORM 6000-PEND-TRANSACTION THRU 6000-EXIT
006450     MOVE "ADD" TO JRNL-ACT-VERB
006460     MOVE "PENDED - AWAITING APPROVAL" TO JRNL-ACT-RESULT
006470     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
006480     .
006490 3000-EXIT.
006500     EXIT.
006510
006520*-------------------------------------------------------------------
006530* 3050-CHECK-CUSTOMER - a customer number on an add or change
006540* must be on the customer master; blank asks for no link and
006550* passes. A customer not on file rejects the transaction.
006560*-------------------------------------------------------------------
006570 3050-CHECK-CUSTOMER.
006580     SET WS-CUSTOMER-ACCEPTED TO TRUE
006590     IF TRAN-CUSTOMER-ID = SPACES
006600         GO TO 3050-EXIT
006610     END-IF
006620     IF WS-CUSTMSTR-OPEN
006630         MOVE TRAN-CUSTOMER-ID TO CUST-ID
006640         READ CUSTOMER-MASTER
006650             INVALID KEY
006660                 CONTINUE
006670         END-READ
006680         IF WS-CUSTMSTR-OK
006690             GO TO 3050-EXIT
006700         END-IF
006710     END-IF
006720     SET WS-CUSTOMER-REJECTED TO TRUE
006730     MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
006740     PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006750     .
006760 3050-EXIT.
006770     EXIT.
006780
006790*-------------------------------------------------------------------
006800* 3100-APPLY-CHANGE - a change to a missing account is rejected.
006810* A change that moves the balance is money-bearing and goes to
006820* the pending-approval file for a different operator to approve
006830* through MNTAPPR; a change that leaves the balance where it
006840* stands applies directly, journaled before and after.
006850*-------------------------------------------------------------------
006860 3100-APPLY-CHANGE.
006870     MOVE TRAN-ACCT-ID TO ACCT-ID
006880     READ ACCOUNT-MASTER
006890         INVALID KEY
006900             MOVE "CHANGE - ACCOUNT NOT ON MASTER"
006910                 TO WS-REJECT-REASON
006920             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006930             GO TO 3100-EXIT
006940     END-READ
006950     PERFORM 3050-CHECK-CUSTOMER THRU 3050-EXIT
006960     IF WS-CUSTOMER-REJECTED
006970         GO TO 3100-EXIT
006980     END-IF
006990     IF TRAN-ACCT-BALANCE NOT = ACCT-BALANCE
007000         IF TRAN-OPERATOR-ID = SPACES
007010             MOVE "MAKER OPERATOR ID MISSING"
007020                 TO WS-REJECT-REASON
007030             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
007040             GO TO 3100-EXIT
007050         END-IF
007060         PERFORM 6000-PEND-TRANSACTION THRU 6000-EXIT
007070         MOVE "CHANGE" TO JRNL-ACT-VERB
007080         MOVE "PENDED - AWAITING APPROVAL" TO JRNL-ACT-RESULT
007090         PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
007100         GO TO 3100-EXIT
007110     END-IF
007120     MOVE ACCT-MASTER-RECORD TO WS-RCVY-BEFORE-IMAGE
007130     MOVE "CHANGE" TO JRNL-ACT-VERB
007140     MOVE "APPLIED" TO JRNL-ACT-RESULT
007150     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
007160     MOVE "BEFORE" TO JRNL-IMG-TAG
007170     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
007180     MOVE TRAN-ACCT-NAME TO ACCT-NAME
007190     IF TRAN-ACCT-STATUS NOT = SPACE
007200         MOVE TRAN-ACCT-STATUS TO ACCT-STATUS
007210     END-IF
007220     IF TRAN-PRODUCT-CODE NOT = SPACES
007230         MOVE TRAN-PRODUCT-CODE TO ACCT-PRODUCT-CODE
007240     END-IF
007250     IF TRAN-CUSTOMER-ID NOT = SPACES
007260         MOVE TRAN-CUSTOMER-ID TO ACCT-CUSTOMER-ID
007270     END-IF
007280     REWRITE ACCT-MASTER-RECORD
007290     MOVE 'C' TO WS-RCVY-ACTION
007300     MOVE ACCT-MASTER-RECORD TO WS-RCVY-AFTER-IMAGE
007310     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
007320     ADD 1 TO WS-TRANS-APPLIED-COUNT
007330     MOVE "AFTER" TO JRNL-IMG-TAG
007340     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
007350     .
007360 3100-EXIT.
007370     EXIT.
007380
007390*-------------------------------------------------------------------
007400* 3200-APPLY-DELETE - a delete of a missing account is rejected;
007410* otherwise the record's last image is journaled and the record
007420* deleted.
007430*-------------------------------------------------------------------
007440 3200-APPLY-DELETE.
007450     MOVE TRAN-ACCT-ID TO ACCT-ID
007460     READ ACCOUNT-MASTER
007470         INVALID KEY
007480             MOVE "DELETE - ACCOUNT NOT ON MASTER"
007490                 TO WS-REJECT-REASON
007500             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
007510             GO TO 3200-EXIT
007520     END-READ
007530     MOVE ACCT-MASTER-RECORD TO WS-RCVY-BEFORE-IMAGE
007540     MOVE "DELETE" TO JRNL-ACT-VERB
007550     MOVE "APPLIED" TO JRNL-ACT-RESULT
007560     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
007570     MOVE "BEFORE" TO JRNL-IMG-TAG
007580     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
007590     DELETE ACCOUNT-MASTER
007600     MOVE 'D' TO WS-RCVY-ACTION
007610     MOVE SPACES TO WS-RCVY-AFTER-IMAGE
007620     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
007630     ADD 1 TO WS-TRANS-APPLIED-COUNT
007640     .
007650 3200-EXIT.
007660     EXIT.
007670
007680*-------------------------------------------------------------------
007690* 6000-PEND-TRANSACTION - the transaction's content, the maker's
007700* identity and today's date onto the pending-approval file as
007710* the next-numbered item, awaiting a different operator's
007720* disposition through MNTAPPR.
007730*-------------------------------------------------------------------
007740 6000-PEND-TRANSACTION.
007750     ADD 1 TO WS-PEND-SEQ-NUMBER
007760     MOVE SPACES TO PEND-RECORD
007770     MOVE WS-PEND-SEQ-NUMBER TO PEND-SEQ-NUMBER
007780     MOVE TRAN-ACTION-CODE TO PEND-ACTION-CODE
007790     MOVE TRAN-ACCT-ID TO PEND-ACCT-ID
007800     MOVE TRAN-ACCT-NAME TO PEND-ACCT-NAME
007810     MOVE TRAN-ACCT-BALANCE TO PEND-ACCT-BALANCE
007820     MOVE TRAN-ACCT-STATUS TO PEND-ACCT-STATUS
007830     MOVE TRAN-PRODUCT-CODE TO PEND-PRODUCT-CODE
007840     MOVE TRAN-OPERATOR-ID TO PEND-MAKER-ID
007850     MOVE TRAN-CUSTOMER-ID TO PEND-CUSTOMER-ID
007860     MOVE WS-REPORT-DATE TO PEND-ENTERED-DATE
007870     SET PEND-PENDING TO TRUE
007880     WRITE PEND-RECORD
007890     ADD 1 TO WS-TRANS-PENDED-COUNT
007900     .
007910 6000-EXIT.
007920     EXIT.
007930
007940*-------------------------------------------------------------------
007950* 7000-REJECT-TRANSACTION - file the transaction image and reason
007960* on the reject file for correction and resubmission, and journal
007970* the rejection.
007980*-------------------------------------------------------------------
007990 7000-REJECT-TRANSACTION.
008000     ADD 1 TO WS-TRANS-REJECTED-COUNT
008010     MOVE SPACES TO REJECT-RECORD
008020     MOVE MAINT-TRANS-RECORD TO REJ-TRANS-IMAGE
008030     MOVE WS-REJECT-REASON TO REJ-REASON
008040     WRITE REJECT-RECORD
008050     MOVE "REJECT" TO JRNL-ACT-VERB
008060     MOVE WS-REJECT-REASON TO JRNL-ACT-RESULT
008070     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
008080     .
008090 7000-EXIT.
008100     EXIT.
008110
008120*-------------------------------------------------------------------
008130* 7500-WRITE-RECOVERY-IMAGE - one before/after image pair to the
008140* recovery journal for the master write just made; the caller
008150* set the action and both images.
008160*-------------------------------------------------------------------
008170 7500-WRITE-RECOVERY-IMAGE.
008180     ACCEPT WS-CURRENT-TIME FROM TIME
008190     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
008200         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
008210     MOVE SPACES TO RCVY-RECORD
008220     MOVE WS-RCTL-OWN-PROGRAM TO RCVY-PROGRAM-ID
008230     MOVE WS-REPORT-DATE TO RCVY-DATE
008240     MOVE WS-RUN-TIME-EDIT TO RCVY-TIME
008250     MOVE WS-RCVY-ACTION TO RCVY-ACTION
008260     MOVE WS-RCVY-BEFORE-IMAGE TO RCVY-BEFORE-IMAGE
008270     MOVE WS-RCVY-AFTER-IMAGE TO RCVY-AFTER-IMAGE
008280     WRITE RCVY-RECORD
008290     .
008300 7500-EXIT.
008310     EXIT.
008320
008330*-------------------------------------------------------------------
008340* 8000-PRINT-HEADINGS - journal header, printed at the top of
008350* every page.
008360*-------------------------------------------------------------------
008370 8000-PRINT-HEADINGS.
008380     ADD 1 TO WS-PAGE-NUMBER
008390     MOVE WS-REPORT-DATE TO JRNL-HDR-DATE
008400     MOVE WS-PAGE-NUMBER TO JRNL-HDR-PAGE
008410     WRITE JRNL-PRINT-RECORD FROM JRNL-HEADING-LINE
008420     MOVE ZERO TO WS-LINE-COUNT
008430     .
008440 8000-EXIT.
008450     EXIT.
008460
008470*-------------------------------------------------------------------
008480* 8100-PRINT-ACTION - one action line naming the transaction, the
008490* account and what became of it, paging when the page is full.
008500*-------------------------------------------------------------------
008510 8100-PRINT-ACTION.
008520     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008530         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008540     END-IF
008550     MOVE TRAN-ACCT-ID TO JRNL-ACT-ACCT
008560     WRITE JRNL-PRINT-RECORD FROM JRNL-ACTION-LINE
008570     ADD 1 TO WS-LINE-COUNT
008580     .
008590 8100-EXIT.
008600     EXIT.
008610
008620*-------------------------------------------------------------------
008630* 8200-PRINT-IMAGE - a before or after image of the master record
008640* currently in the record area.
008650*-------------------------------------------------------------------
008660 8200-PRINT-IMAGE.
008670     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008680         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008690     END-IF
008700     MOVE ACCT-NAME TO JRNL-IMG-NAME
008710     MOVE ACCT-BALANCE TO JRNL-IMG-BALANCE
008720     MOVE ACCT-STATUS TO JRNL-IMG-STATUS
008730     MOVE ACCT-PRODUCT-CODE TO JRNL-IMG-PRODUCT
008740     MOVE ACCT-CUSTOMER-ID TO JRNL-IMG-CUSTOMER
008750     WRITE JRNL-PRINT-RECORD FROM JRNL-IMAGE-LINE
008760     ADD 1 TO WS-LINE-COUNT
008770     .
008780 8200-EXIT.
008790     EXIT.
008800
008810*-------------------------------------------------------------------
008820* 8500-PRINT-TOTALS - the run's proof counts: transactions read,
008830* applied and rejected.
008840*-------------------------------------------------------------------
008850 8500-PRINT-TOTALS.
008860     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008870         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008880     END-IF
008890     MOVE WS-TRANS-READ-COUNT TO JRNL-TOT-READ
008900     MOVE WS-TRANS-APPLIED-COUNT TO JRNL-TOT-APPLIED
008910     MOVE WS-TRANS-PENDED-COUNT TO JRNL-TOT-PENDED
008920     MOVE WS-TRANS-REJECTED-COUNT TO JRNL-TOT-REJECTED
008930     WRITE JRNL-PRINT-RECORD FROM JRNL-TOTAL-LINE
008940     .
008950 8500-EXIT.
008960     EXIT.
008970
008980*-------------------------------------------------------------------
008990* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
009000* and its return code on the shared run-control file. Nothing
009010* to stamp when the run was refused before its start was
009020* stamped.
009030* The shared file is re-read before stamping, so entries other
009040* programs (or sibling sweep partitions) wrote since start-up
009050* are carried forward, not overwritten from a stale copy.
009060*-------------------------------------------------------------------
009070 9800-RUN-CONTROL-END.
009080     IF NOT WS-RCTL-STAMPED
009090         GO TO 9800-EXIT
009100     END-IF
009110     ACCEPT WS-CURRENT-TIME FROM TIME
009120     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
009130         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
009140     MOVE ZERO TO WS-RCTL-COUNT
009150     OPEN INPUT RUN-CONTROL-FILE
009160     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
009170         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
009180             UNTIL NOT WS-RUNCTL-OK
009190         CLOSE RUN-CONTROL-FILE
009200     END-IF
009210     MOVE ZERO TO WS-RCTL-OWN-IX
009220     MOVE ZERO TO WS-RCTL-PRED-IX
009230     MOVE ZERO TO WS-RCTL-BLOCKER-IX
009240     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
009250         VARYING WS-RCTL-IX FROM 1 BY 1
009260         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
009270     IF WS-RCTL-OWN-IX = ZERO
009280         IF WS-RCTL-COUNT >= WS-RCTL-MAX
009290             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
009300             GO TO 9800-EXIT
009310         END-IF
009320         ADD 1 TO WS-RCTL-COUNT
009330         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
009340         MOVE WS-RCTL-OWN-PROGRAM
009350             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
009360         MOVE WS-RCTL-OWN-MASTER-FLAG
009370             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
009380     END-IF
009390     IF RETURN-CODE < 16
009400         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
009410     ELSE
009420         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
009430     END-IF
009440     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
009450     MOVE WS-RUN-TIME-EDIT
009460         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
009470     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
009480     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
009490     .
009500 9800-EXIT.
009510     EXIT.
009520
009530*-------------------------------------------------------------------
009540* 9999-TERMINATE - single exit point for the run.
009550*-------------------------------------------------------------------
009560 9999-TERMINATE.
009570     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
009580     CLOSE MAINT-JOURNAL
009590     CLOSE REJECT-FILE
009600     CLOSE PENDING-APPROVAL-FILE
009610     CLOSE RECOVERY-JOURNAL
009620     CLOSE MAINT-TRANS-FILE
009630     CLOSE ACCOUNT-MASTER
009640     CLOSE CUSTOMER-MASTER
009650     STOP RUN.
009660 END PROGRAM ACCTMNT.
