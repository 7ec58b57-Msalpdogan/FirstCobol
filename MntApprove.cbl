000370*                   corrupted master can be rolled forward from a
000380*                   backup by the ACCTRCVR recovery utility
000390*                   instead of rebuilt by hand.
000400* 2026-10-15  MSA  Pended items now carry the customer number
000410*                   the account is to be linked to; an approved
000420*                   add takes it, an approved change applies it
000430*                   when given. PEND-NEW-RECORD widened to the
000440*                   123-byte PENDREC length to keep it.
000450* 2026-10-15  MSA  An approval that links the account to a customer
000460*                   number reads the customer master first and is
000470*                   held if the customer is not on file, so a
000480*                   customer deleted since the item was keyed is
000490*                   never linked.
000500*******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.    MNTAPPR.
000530 AUTHOR.        MSALPDOGAN.
000540 INSTALLATION.  OPERATIONS.
000550 DATE-WRITTEN.  09/02/2026.
000560 DATE-COMPILED.
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS ACCT-ID
000640         FILE STATUS IS WS-ACCTMSTR-STATUS.
000650
000660     SELECT OPERATOR-SECURITY ASSIGN TO "OPSEC"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS OPSEC-OPERATOR-ID
000700         FILE STATUS IS WS-OPSEC-STATUS.
000710
000720     SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS CUST-ID
000760         FILE STATUS IS WS-CUSTMSTR-STATUS.
000770
000780     SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PEND-STATUS.
000810
000820     SELECT PEND-NEW-FILE ASSIGN TO "PENDNEW"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840
000850     SELECT DISPOSITION-FILE ASSIGN TO "APPRDISP"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-DISP-STATUS.
000880
000890     SELECT APPROVAL-JOURNAL ASSIGN TO "APPRJRNL"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910
000920     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RUNCTL-STATUS.
000950     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000960         ORGANIZATION IS LINE SEQUENTIAL.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000*-------------------------------------------------------------------
001010* ACCOUNT-MASTER - approved items are applied here, the way
001020* ACCTMNT would have applied them. Record layout is the shared
001030* ACCTREC copybook.
001040*-------------------------------------------------------------------
001050 FD  ACCOUNT-MASTER.
001060 COPY ACCTREC.
001070
001080*-------------------------------------------------------------------
001090* OPERATOR-SECURITY - read-only here: the checker on every
001100* disposition must be a known, active operator. Record layout
001110* is the shared OPSECREC copybook.
001120*-------------------------------------------------------------------
001130 FD  OPERATOR-SECURITY.
001140 COPY OPSECREC.
001150
001160*-------------------------------------------------------------------
001170* CUSTOMER-MASTER - read-only here: the customer an approved item
001180* links the account to must still be on file. Record layout is
001190* the shared CUSTREC copybook. A missing file has no customers.
001200*-------------------------------------------------------------------
001210 FD  CUSTOMER-MASTER.
001220 COPY CUSTREC.
001230
001240*-------------------------------------------------------------------
001250* PENDING-APPROVAL-FILE - the items ACCTMNT filed for approval,
001260* in the shared PENDREC layout.
001270*-------------------------------------------------------------------
001280 FD  PENDING-APPROVAL-FILE.
001290 COPY PENDREC.
001300
001310*-------------------------------------------------------------------
001320* PEND-NEW-FILE - the pending file rewritten with this run's
001330* dispositions applied; operations swaps it in for PENDAPPR.
001340*-------------------------------------------------------------------
001350 FD  PEND-NEW-FILE.
001360 01  PEND-NEW-RECORD                 PIC X(123).
001370
001380*-------------------------------------------------------------------
001390* DISPOSITION-FILE - the checker's worked items: APP approves
001400* the numbered item, VOI voids it, each carrying the checker's
001410* operator ID for validation against OPERATOR-SECURITY and
001420* against the item's maker.
001430*-------------------------------------------------------------------
001440 FD  DISPOSITION-FILE.
001450 01  DISPOSITION-RECORD.
001460     05  ADSP-ACTION                 PIC X(03).
001470         88  ADSP-APPROVE            VALUE 'APP'.
001480         88  ADSP-VOID               VALUE 'VOI'.
001490     05  ADSP-SEQ-NUMBER             PIC 9(05).
001500     05  ADSP-CHECKER-ID             PIC X(30).
001510
001520*-------------------------------------------------------------------
001530* APPROVAL-JOURNAL - the checker's listing: every pending item
001540* with its maker, checker and what became of it this run, with
001550* master images for applied items.
001560*-------------------------------------------------------------------
001570 FD  APPROVAL-JOURNAL.
001580 01  AJRN-PRINT-RECORD               PIC X(160).
001590
001600*-------------------------------------------------------------------
001610* RUN-CONTROL-FILE - the night stream's shared run-sequence
001620* control, one record per batch program in the shared RUNCTLR
001630* layout, checked and stamped by every program in the stream.
001640*-------------------------------------------------------------------
001650 FD  RUN-CONTROL-FILE.
001660 COPY RUNCTLR.
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
001810 01  AJRN-HEADING-LINE.
001820     05  FILLER                      PIC X(01) VALUE '1'.
001830     05  FILLER                      PIC X(30)
001840                 VALUE "MAINTENANCE APPROVAL JOURNAL".
001850     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001860     05  AJRN-HDR-DATE               PIC X(10).
001870     05  FILLER                      PIC X(10) VALUE SPACES.
001880     05  FILLER                      PIC X(05) VALUE "PAGE ".
001890     05  AJRN-HDR-PAGE               PIC ZZ9.
001900
001910 01  AJRN-ITEM-LINE.
001920     05  FILLER                      PIC X(01) VALUE SPACE.
001930     05  FILLER                      PIC X(05) VALUE "ITEM".
001940     05  AJRN-ITM-SEQ                PIC ZZZZ9.
001950     05  FILLER                      PIC X(02) VALUE SPACES.
001960     05  AJRN-ITM-ACTION             PIC X(01).
001970     05  FILLER                      PIC X(02) VALUE SPACES.
001980     05  AJRN-ITM-ACCT               PIC X(07).
001990     05  FILLER                      PIC X(08) VALUE "  MAKER ".
002000     05  AJRN-ITM-MAKER              PIC X(30).
002010     05  FILLER                      PIC X(02) VALUE SPACES.
002020     05  AJRN-ITM-RESULT             PIC X(40).
002030
002040 01  AJRN-CHECKER-LINE.
002050     05  FILLER                      PIC X(01) VALUE SPACE.
002060     05  FILLER                      PIC X(04) VALUE SPACES.
002070     05  FILLER                      PIC X(09)
002080                                      VALUE "CHECKER ".
002090     05  AJRN-CHK-ID                 PIC X(30).
002100
002110 01  AJRN-IMAGE-LINE.
002120     05  FILLER                      PIC X(01) VALUE SPACE.
002130     05  FILLER                      PIC X(04) VALUE SPACES.
002140     05  AJRN-IMG-TAG                PIC X(08).
002150     05  FILLER                      PIC X(02) VALUE SPACES.
002160     05  AJRN-IMG-NAME               PIC X(30).
002170     05  FILLER                      PIC X(02) VALUE SPACES.
002180     05  AJRN-IMG-BALANCE            PIC $(13)9.99CR.
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  AJRN-IMG-STATUS             PIC X(01).
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  AJRN-IMG-PRODUCT            PIC X(04).
002230
002240 01  AJRN-TOTAL-LINE.
002250     05  FILLER                      PIC X(01) VALUE SPACE.
002260     05  FILLER                      PIC X(07) VALUE "ITEMS".
002270     05  AJRN-TOT-READ               PIC ZZZZ9.
002280     05  FILLER                      PIC X(10)
002290                                      VALUE "  APPLIED".
002300     05  AJRN-TOT-APPLIED            PIC ZZZZ9.
002310     05  FILLER                      PIC X(09)
002320                                      VALUE "  VOIDED".
002330     05  AJRN-TOT-VOIDED             PIC ZZZZ9.
002340     05  FILLER                      PIC X(07) VALUE "  HELD".
002350     05  AJRN-TOT-HELD               PIC ZZZZ9.
002360     05  FILLER                      PIC X(08) VALUE "  PRIOR".
002370     05  AJRN-TOT-PRIOR              PIC ZZZZ9.
002380
002390 01  WS-ACCTMSTR-STATUS              PIC X(02).
002400     88  WS-ACCTMSTR-OK              VALUE '00'.
002410     88  WS-ACCTMSTR-NOT-FOUND       VALUE '23'.
002420
002430 01  WS-OPSEC-STATUS                 PIC X(02).
002440     88  WS-OPSEC-FOUND              VALUE '00'.
002450     88  WS-OPSEC-NOT-FOUND          VALUE '23'.
002460
002470 01  WS-CUSTMSTR-STATUS              PIC X(02).
002480     88  WS-CUSTMSTR-OK              VALUE '00'.
002490     88  WS-CUSTMSTR-CREATED         VALUE '05'.
002500     88  WS-CUSTMSTR-NOT-FOUND       VALUE '23'.
002510
002520 01  WS-PEND-STATUS                  PIC X(02).
002530     88  WS-PEND-OK                  VALUE '00'.
002540     88  WS-PEND-EOF                 VALUE '10'.
002550     88  WS-PEND-NOT-FOUND           VALUE '35'.
002560
002570 01  WS-DISP-STATUS                  PIC X(02).
002580     88  WS-DISP-OK                  VALUE '00'.
002590     88  WS-DISP-EOF                 VALUE '10'.
002600     88  WS-DISP-NOT-FOUND           VALUE '35'.
002610
002620*-------------------------------------------------------------------
002630* The checker's dispositions, loaded up front and matched to
002640* pending items by item number, the way SUSPREV loads its
002650* dispositions.
002660*-------------------------------------------------------------------
002670 01  WS-DISP-MAX                     PIC 9(03) VALUE 100.
002680 01  WS-DISP-TABLE-AREA.
002690     05  WS-DISP-COUNT               PIC 9(03) COMP VALUE ZERO.
002700     05  WS-DISP-ENTRY OCCURS 100 TIMES.
002710         10  WS-DISP-ACTION          PIC X(03).
002720         10  WS-DISP-SEQ             PIC 9(05).
002730         10  WS-DISP-CHECKER         PIC X(30).
002740
002750 01  WS-DISP-IX                      PIC 9(03) COMP.
002760 01  WS-DISP-FOUND-IX                PIC 9(03) COMP.
002770
002780*-------------------------------------------------------------------
002790* Run counters.
002800*-------------------------------------------------------------------
002810 01  WS-ITEMS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
002820 01  WS-APPLIED-COUNT                PIC 9(05) COMP VALUE ZERO.
002830 01  WS-VOIDED-COUNT                 PIC 9(05) COMP VALUE ZERO.
002840 01  WS-HELD-COUNT                   PIC 9(05) COMP VALUE ZERO.
002850 01  WS-PRIOR-COUNT                  PIC 9(05) COMP VALUE ZERO.
002860
002870*-------------------------------------------------------------------
002880* Print-journal pagination fields.
002890*-------------------------------------------------------------------
002900 01  WS-CURRENT-DATE                 PIC 9(08).
002910 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
002920     05  WS-DATE-YYYY                PIC 9(04).
002930     05  WS-DATE-MM                  PIC 9(02).
002940     05  WS-DATE-DD                  PIC 9(02).
002950 01  WS-REPORT-DATE                  PIC X(10).
002960
002970 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
002980 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
002990 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
003000
003010*-------------------------------------------------------------------
003020* Run-sequence control: the shared RUNCTL file loaded at
003030* start-up, checked, stamped with this run's start, and stamped
003040* again with its end and return code at termination. The rules
003050* the checks enforce are with the RUNCTLR copybook.
003060*-------------------------------------------------------------------
003070 01  WS-RUNCTL-STATUS                PIC X(02).
003080     88  WS-RUNCTL-OK                VALUE '00'.
003090     88  WS-RUNCTL-CREATED           VALUE '05'.
003100
003110 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
003120 01  WS-RCTL-TABLE-AREA.
003130     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
003140     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
003150         10  WS-RCTL-PROGRAM         PIC X(08).
003160         10  WS-RCTL-STATE           PIC X(01).
003170         10  WS-RCTL-MASTER          PIC X(01).
003180         10  WS-RCTL-START-DATE      PIC X(10).
003190         10  WS-RCTL-START-TIME      PIC X(08).
003200         10  WS-RCTL-END-DATE        PIC X(10).
003210         10  WS-RCTL-END-TIME        PIC X(08).
003220         10  WS-RCTL-RC              PIC 9(02).
003230
003240 01  WS-RCTL-IX                      PIC 9(03) COMP.
003250 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
003260 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
003270 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
003280
003290 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "MNTAPPR".
003300 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE SPACES.
003310 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE 'M'.
003320
003330 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
003340     88  WS-RCTL-STAMPED             VALUE 'Y'.
003350
003360 01  WS-CURRENT-TIME                 PIC 9(08).
003370 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
003380     05  WS-TIME-HH                  PIC 9(02).
003390     05  WS-TIME-MN                  PIC 9(02).
003400     05  WS-TIME-SS                  PIC 9(02).
003410     05  WS-TIME-CC                  PIC 9(02).
003420 01  WS-RUN-TIME-EDIT                PIC X(08).
003430*-------------------------------------------------------------------
003440* Master recovery journaling: every write to ACCOUNT-MASTER files
003450* its before and after images (shared RCVYREC copybook) so the
003460* recovery utility (ACCTRCVR) can roll a backup master forward.
003470*-------------------------------------------------------------------
003480 01  WS-RCVY-ACTION                  PIC X(01).
003490 01  WS-RCVY-BEFORE-IMAGE            PIC X(75).
003500 01  WS-RCVY-AFTER-IMAGE             PIC X(75).
003510
003520 PROCEDURE DIVISION.
003530*-------------------------------------------------------------------
003540* 0000-MAINLINE - load the dispositions, work every pending
003550* item, print the proof counts.
003560*-------------------------------------------------------------------
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003590     PERFORM 1500-LOAD-DISPOSITIONS THRU 1500-EXIT
003600     PERFORM 2000-WORK-PENDING-ITEM THRU 2000-EXIT
003610         UNTIL NOT WS-PEND-OK
003620     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
003630     GO TO 9999-TERMINATE.
003640
003650*-------------------------------------------------------------------
003660* 1000-INITIALIZE - open the files. No pending file is a clean
003670* end: there is nothing waiting for approval.
003680*-------------------------------------------------------------------
003690 1000-INITIALIZE.
003700     OPEN OUTPUT APPROVAL-JOURNAL
003710     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003720     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003730         DELIMITED BY SIZE INTO WS-REPORT-DATE
003740     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
003750     OPEN INPUT PENDING-APPROVAL-FILE
003760     IF NOT WS-PEND-OK
003770         DISPLAY "NO PENDING-APPROVAL FILE - NOTHING TO WORK"
003780         PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
003790         GO TO 9999-TERMINATE
003800     END-IF
003810     OPEN I-O ACCOUNT-MASTER
003820     IF NOT WS-ACCTMSTR-OK
003830         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERM"
003840             "INATED"
003850         MOVE 16 TO RETURN-CODE
003860         GO TO 9999-TERMINATE
003870     END-IF
003880     OPEN INPUT OPERATOR-SECURITY
003890     IF NOT WS-OPSEC-FOUND
003900         DISPLAY "OPERATOR-SECURITY UNAVAILABLE - RUN TERM"
003910             "INATED"
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 9999-TERMINATE
003940     END-IF
003950     OPEN INPUT CUSTOMER-MASTER
003960     IF NOT WS-CUSTMSTR-OK AND NOT WS-CUSTMSTR-CREATED
003970         DISPLAY "CUSTOMER-MASTER UNAVAILABLE - RUN TERMINATED: "
003980             WS-CUSTMSTR-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-TERMINATE
004010     END-IF
004020     OPEN OUTPUT PEND-NEW-FILE
004030     OPEN EXTEND RECOVERY-JOURNAL
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
005740* 1500-LOAD-DISPOSITIONS - the checker's worked items, loaded
005750* for matching. No disposition file means a listing-only run:
005760* everything pending stays pending.
005770*-------------------------------------------------------------------
005780 1500-LOAD-DISPOSITIONS.
005790     OPEN INPUT DISPOSITION-FILE
005800     IF NOT WS-DISP-OK
005810         DISPLAY "NO DISPOSITION FILE - LISTING ONLY"
005820         GO TO 1500-EXIT
005830     END-IF
005840     PERFORM 1510-READ-DISPOSITION THRU 1510-EXIT
005850         UNTIL NOT WS-DISP-OK
005860     CLOSE DISPOSITION-FILE
005870     .
005880 1500-EXIT.
005890     EXIT.
005900
005910*-------------------------------------------------------------------
005920* 1510-READ-DISPOSITION - one disposition into the table.
005930*-------------------------------------------------------------------
005940 1510-READ-DISPOSITION.
005950     READ DISPOSITION-FILE
005960         AT END
005970             GO TO 1510-EXIT
005980     END-READ
005990     IF WS-DISP-COUNT >= WS-DISP-MAX
006000         DISPLAY "DISPOSITION TABLE FULL - ENTRY DROPPED: "
006010             ADSP-SEQ-NUMBER
006020         GO TO 1510-EXIT
006030     END-IF
006040     ADD 1 TO WS-DISP-COUNT
006050     MOVE ADSP-ACTION TO WS-DISP-ACTION (WS-DISP-COUNT)
006060     MOVE ADSP-SEQ-NUMBER TO WS-DISP-SEQ (WS-DISP-COUNT)
006070     MOVE ADSP-CHECKER-ID TO WS-DISP-CHECKER (WS-DISP-COUNT)
006080     .
006090 1510-EXIT.
006100     EXIT.
006110
006120*-------------------------------------------------------------------
006130* 2000-WORK-PENDING-ITEM - one pending item: apply its
006140* disposition if the checker gave one and it stands up, journal
006150* it, and carry it to the rewritten pending file.
006160*-------------------------------------------------------------------
006170 2000-WORK-PENDING-ITEM.
006180     READ PENDING-APPROVAL-FILE
006190         AT END
006200             GO TO 2000-EXIT
006210     END-READ
006220     ADD 1 TO WS-ITEMS-READ-COUNT
006230     IF NOT PEND-PENDING
006240         ADD 1 TO WS-PRIOR-COUNT
006250         IF PEND-APPROVED
006260             MOVE "PREVIOUSLY APPROVED" TO AJRN-ITM-RESULT
006270         ELSE
006280             MOVE "PREVIOUSLY VOIDED" TO AJRN-ITM-RESULT
006290         END-IF
006300         PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
006310         PERFORM 7000-WRITE-PEND-NEW THRU 7000-EXIT
006320         GO TO 2000-EXIT
006330     END-IF
006340     PERFORM 2100-FIND-DISPOSITION THRU 2100-EXIT
006350     IF WS-DISP-FOUND-IX = ZERO
006360         ADD 1 TO WS-HELD-COUNT
006370         MOVE "PENDING - AWAITING DISPOSITION"
006380             TO AJRN-ITM-RESULT
006390         PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
006400         PERFORM 7000-WRITE-PEND-NEW THRU 7000-EXIT
006410         GO TO 2000-EXIT
006420     END-IF
006430     PERFORM 2200-VALIDATE-CHECKER THRU 2200-EXIT
006440     IF AJRN-ITM-RESULT NOT = SPACES
006450         ADD 1 TO WS-HELD-COUNT
006460         PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
006470         PERFORM 8150-PRINT-CHECKER THRU 8150-EXIT
006480         PERFORM 7000-WRITE-PEND-NEW THRU 7000-EXIT
006490         GO TO 2000-EXIT
006500     END-IF
006510     IF WS-DISP-ACTION (WS-DISP-FOUND-IX) = 'APP'
006520         PERFORM 3000-APPLY-PENDING-ITEM THRU 3000-EXIT
006530     ELSE
006540         SET PEND-VOIDED TO TRUE
006550         ADD 1 TO WS-VOIDED-COUNT
006560         MOVE "VOIDED BY CHECKER" TO AJRN-ITM-RESULT
006570         PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
006580         PERFORM 8150-PRINT-CHECKER THRU 8150-EXIT
006590     END-IF
006600     PERFORM 7000-WRITE-PEND-NEW THRU 7000-EXIT
006610     .
006620 2000-EXIT.
006630     EXIT.
006640
006650*-------------------------------------------------------------------
006660* 2100-FIND-DISPOSITION - match this pending item to a worked
006670* disposition by item number; zero means none given.
006680*-------------------------------------------------------------------
006690 2100-FIND-DISPOSITION.
006700     MOVE ZERO TO WS-DISP-FOUND-IX
006710     IF WS-DISP-COUNT > ZERO
006720         PERFORM 2110-MATCH-DISPOSITION THRU 2110-EXIT
006730             VARYING WS-DISP-IX FROM 1 BY 1
006740             UNTIL WS-DISP-IX > WS-DISP-COUNT
006750                OR WS-DISP-FOUND-IX > ZERO
006760     END-IF
006770     .
006780 2100-EXIT.
006790     EXIT.
006800
006810*-------------------------------------------------------------------
006820* 2110-MATCH-DISPOSITION - one disposition entry against the
006830* pending item's number.
006840*-------------------------------------------------------------------
006850 2110-MATCH-DISPOSITION.
006860     IF WS-DISP-SEQ (WS-DISP-IX) = PEND-SEQ-NUMBER
006870         MOVE WS-DISP-IX TO WS-DISP-FOUND-IX
006880     END-IF
006890     .
006900 2110-EXIT.
006910     EXIT.
006920
006930*-------------------------------------------------------------------
006940* 2200-VALIDATE-CHECKER - the second pair of eyes must be real:
006950* a known, active OPERATOR-SECURITY identity, and a different
006960* operator than the one who keyed the item. A failed check
006970* leaves its reason in the item result and the item pending.
006980*-------------------------------------------------------------------
006990 2200-VALIDATE-CHECKER.
007000     MOVE SPACES TO AJRN-ITM-RESULT
007010     IF WS-DISP-CHECKER (WS-DISP-FOUND-IX) = PEND-MAKER-ID
007020         MOVE "HELD - CHECKER IS THE MAKER" TO AJRN-ITM-RESULT
007030         GO TO 2200-EXIT
007040     END-IF
007050     MOVE WS-DISP-CHECKER (WS-DISP-FOUND-IX)
007060         TO OPSEC-OPERATOR-ID
007070     READ OPERATOR-SECURITY
007080         INVALID KEY
007090             SET WS-OPSEC-NOT-FOUND TO TRUE
007100     END-READ
007110     IF NOT WS-OPSEC-FOUND
007120         MOVE "HELD - CHECKER UNKNOWN" TO AJRN-ITM-RESULT
007130         GO TO 2200-EXIT
007140     END-IF
007150     IF NOT OPSEC-ACTIVE
007160         MOVE "HELD - CHECKER NOT ACTIVE" TO AJRN-ITM-RESULT
007170     END-IF
007180     .
007190 2200-EXIT.
007200     EXIT.
007210
007220*-------------------------------------------------------------------
007230* 3000-APPLY-PENDING-ITEM - the approved item to the master, the
007240* way ACCTMNT would have applied it: an add writes the record
007250* with the same blank-field defaults; a change rewrites name,
007260* balance and the optional fields. An item the master will not
007270* take, or that links the account to a customer no longer on
007280* file, stays pending with the reason journaled.
007290*-------------------------------------------------------------------
007300 3000-APPLY-PENDING-ITEM.
007310     PERFORM 3050-CHECK-CUSTOMER THRU 3050-EXIT
007320     IF AJRN-ITM-RESULT NOT = SPACES
007330         ADD 1 TO WS-HELD-COUNT
007340         PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
007350         PERFORM 8150-PRINT-CHECKER THRU 8150-EXIT
007360         GO TO 3000-EXIT
007370     END-IF
007380     IF PEND-ADD
007390         PERFORM 3100-APPLY-PENDING-ADD THRU 3100-EXIT
007400     ELSE
007410         PERFORM 3200-APPLY-PENDING-CHANGE THRU 3200-EXIT
007420     END-IF
007430     .
007440 3000-EXIT.
007450     EXIT.
007460
007470*-------------------------------------------------------------------
007480* 3050-CHECK-CUSTOMER - the customer the item links the account
007490* to is read afresh: CUSTMNT may have deleted it since the item
007500* was keyed, and a link to a missing customer holds the account's
007510* statements and rate notices. No customer number, nothing to
007520* check.
007530*-------------------------------------------------------------------
007540 3050-CHECK-CUSTOMER.
007550     MOVE SPACES TO AJRN-ITM-RESULT
007560     IF PEND-CUSTOMER-ID = SPACES
007570         GO TO 3050-EXIT
007580     END-IF
007590     MOVE PEND-CUSTOMER-ID TO CUST-ID
007600     READ CUSTOMER-MASTER
007610         INVALID KEY
007620             SET WS-CUSTMSTR-NOT-FOUND TO TRUE
007630     END-READ
007640     IF NOT WS-CUSTMSTR-OK
007650         MOVE "HELD - CUSTOMER NOT ON FILE" TO AJRN-ITM-RESULT
007660     END-IF
007670     .
007680 3050-EXIT.
007690     EXIT.
007700
007710*-------------------------------------------------------------------
007720* 3100-APPLY-PENDING-ADD - the new account, defaults filled the
007730* way ACCTMNT fills them, open date stamped with the approval
007740* date.
007750*-------------------------------------------------------------------
007760 3100-APPLY-PENDING-ADD.
007770     MOVE SPACES TO ACCT-MASTER-RECORD
007780     MOVE PEND-ACCT-ID TO ACCT-ID
007790     MOVE PEND-ACCT-NAME TO ACCT-NAME
007800     MOVE PEND-ACCT-BALANCE TO ACCT-BALANCE
007810     IF PEND-ACCT-STATUS = SPACE
007820         SET ACCT-OPEN TO TRUE
007830     ELSE
007840         MOVE PEND-ACCT-STATUS TO ACCT-STATUS
007850     END-IF
007860     MOVE WS-CURRENT-DATE TO ACCT-OPEN-DATE
007870     IF PEND-PRODUCT-CODE = SPACES
007880         MOVE "LOAN" TO ACCT-PRODUCT-CODE
007890     ELSE
007900         MOVE PEND-PRODUCT-CODE TO ACCT-PRODUCT-CODE
007910     END-IF
007920     MOVE PEND-CUSTOMER-ID TO ACCT-CUSTOMER-ID
007930     MOVE SPACES TO WS-RCVY-BEFORE-IMAGE
007940     WRITE ACCT-MASTER-RECORD
007950         INVALID KEY
007960             ADD 1 TO WS-HELD-COUNT
007970             MOVE "HELD - ACCOUNT NOW EXISTS ON MASTER"
007980                 TO AJRN-ITM-RESULT
007990             PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
008000             PERFORM 8150-PRINT-CHECKER THRU 8150-EXIT
008010             GO TO 3100-EXIT
008020     END-WRITE
008030     MOVE 'A' TO WS-RCVY-ACTION
008040     MOVE ACCT-MASTER-RECORD TO WS-RCVY-AFTER-IMAGE
008050     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
008060     SET PEND-APPROVED TO TRUE
008070     ADD 1 TO WS-APPLIED-COUNT
008080     MOVE "APPROVED AND APPLIED" TO AJRN-ITM-RESULT
008090     PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
008100     PERFORM 8150-PRINT-CHECKER THRU 8150-EXIT
008110     MOVE "AFTER" TO AJRN-IMG-TAG
008120     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
008130     .
008140 3100-EXIT.
008150     EXIT.
008160
008170*-------------------------------------------------------------------
008180* 3200-APPLY-PENDING-CHANGE - the approved change, journaled
008190* before and after, blank optional fields leaving the master's
008200* values alone, the same as a direct ACCTMNT change.
008210*-------------------------------------------------------------------
008220 3200-APPLY-PENDING-CHANGE.
008230     MOVE PEND-ACCT-ID TO ACCT-ID
008240     READ ACCOUNT-MASTER
008250         INVALID KEY
008260             ADD 1 TO WS-HELD-COUNT
008270             MOVE "HELD - ACCOUNT NO LONGER ON MASTER"
008280                 TO AJRN-ITM-RESULT
008290             PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
008300             PERFORM 8150-PRINT-CHECKER THRU 8150-EXIT
008310             GO TO 3200-EXIT
008320     END-READ
008330     MOVE ACCT-MASTER-RECORD TO WS-RCVY-BEFORE-IMAGE
008340     SET PEND-APPROVED TO TRUE
008350     ADD 1 TO WS-APPLIED-COUNT
008360     MOVE "APPROVED AND APPLIED" TO AJRN-ITM-RESULT
008370     PERFORM 8100-PRINT-ITEM THRU 8100-EXIT
008380     PERFORM 8150-PRINT-CHECKER THRU 8150-EXIT
008390     MOVE "BEFORE" TO AJRN-IMG-TAG
008400     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
008410     MOVE PEND-ACCT-NAME TO ACCT-NAME
008420     MOVE PEND-ACCT-BALANCE TO ACCT-BALANCE
008430     IF PEND-ACCT-STATUS NOT = SPACE
008440         MOVE PEND-ACCT-STATUS TO ACCT-STATUS
008450     END-IF
008460     IF PEND-PRODUCT-CODE NOT = SPACES
008470         MOVE PEND-PRODUCT-CODE TO ACCT-PRODUCT-CODE
008480     END-IF
008490     IF PEND-CUSTOMER-ID NOT = SPACES
008500         MOVE PEND-CUSTOMER-ID TO ACCT-CUSTOMER-ID
008510     END-IF
008520     REWRITE ACCT-MASTER-RECORD
008530     MOVE 'C' TO WS-RCVY-ACTION
008540     MOVE ACCT-MASTER-RECORD TO WS-RCVY-AFTER-IMAGE
008550     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
008560     MOVE "AFTER" TO AJRN-IMG-TAG
008570     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
008580     .
008590 3200-EXIT.
008600     EXIT.
008610
008620*-------------------------------------------------------------------
008630* 7000-WRITE-PEND-NEW - carry the item, with whatever state it
008640* now has, to the rewritten pending file.
008650*-------------------------------------------------------------------
008660 7000-WRITE-PEND-NEW.
008670     MOVE SPACES TO PEND-NEW-RECORD
008680     MOVE PEND-RECORD TO PEND-NEW-RECORD
008690     WRITE PEND-NEW-RECORD
008700     .
008710 7000-EXIT.
008720     EXIT.
008730
008740*-------------------------------------------------------------------
008750* 7500-WRITE-RECOVERY-IMAGE - one before/after image pair to the
008760* recovery journal for the master write just made; the caller
008770* set the action and both images.
008780*-------------------------------------------------------------------
008790 7500-WRITE-RECOVERY-IMAGE.
008800     ACCEPT WS-CURRENT-TIME FROM TIME
008810     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
008820         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
008830     MOVE SPACES TO RCVY-RECORD
008840     MOVE WS-RCTL-OWN-PROGRAM TO RCVY-PROGRAM-ID
008850     MOVE WS-REPORT-DATE TO RCVY-DATE
008860     MOVE WS-RUN-TIME-EDIT TO RCVY-TIME
008870     MOVE WS-RCVY-ACTION TO RCVY-ACTION
008880     MOVE WS-RCVY-BEFORE-IMAGE TO RCVY-BEFORE-IMAGE
008890     MOVE WS-RCVY-AFTER-IMAGE TO RCVY-AFTER-IMAGE
008900     WRITE RCVY-RECORD
008910     .
008920 7500-EXIT.
008930     EXIT.
008940
008950*-------------------------------------------------------------------
008960* 8000-PRINT-HEADINGS - journal header, printed at the top of
008970* every page.
008980*-------------------------------------------------------------------
008990 8000-PRINT-HEADINGS.
009000     ADD 1 TO WS-PAGE-NUMBER
009010     MOVE WS-REPORT-DATE TO AJRN-HDR-DATE
009020     MOVE WS-PAGE-NUMBER TO AJRN-HDR-PAGE
009030     WRITE AJRN-PRINT-RECORD FROM AJRN-HEADING-LINE
009040     MOVE ZERO TO WS-LINE-COUNT
009050     .
009060 8000-EXIT.
009070     EXIT.
009080
009090*-------------------------------------------------------------------
009100* 8100-PRINT-ITEM - one pending item with its maker and what
009110* became of it, paging when the page is full.
009120*-------------------------------------------------------------------
009130 8100-PRINT-ITEM.
009140     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009150         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009160     END-IF
009170     MOVE PEND-SEQ-NUMBER TO AJRN-ITM-SEQ
009180     MOVE PEND-ACTION-CODE TO AJRN-ITM-ACTION
009190     MOVE PEND-ACCT-ID TO AJRN-ITM-ACCT
009200     MOVE PEND-MAKER-ID TO AJRN-ITM-MAKER
009210     WRITE AJRN-PRINT-RECORD FROM AJRN-ITEM-LINE
009220     ADD 1 TO WS-LINE-COUNT
009230     .
009240 8100-EXIT.
009250     EXIT.
009260
009270*-------------------------------------------------------------------
009280* 8150-PRINT-CHECKER - the checker whose disposition was worked
009290* for the item line just printed.
009300*-------------------------------------------------------------------
009310 8150-PRINT-CHECKER.
009320     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009330         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009340     END-IF
009350     MOVE WS-DISP-CHECKER (WS-DISP-FOUND-IX) TO AJRN-CHK-ID
009360     WRITE AJRN-PRINT-RECORD FROM AJRN-CHECKER-LINE
009370     ADD 1 TO WS-LINE-COUNT
009380     .
009390 8150-EXIT.
009400     EXIT.
009410
009420*-------------------------------------------------------------------
009430* 8200-PRINT-IMAGE - a before or after image of the master
009440* record currently in the record area.
009450*-------------------------------------------------------------------
009460 8200-PRINT-IMAGE.
009470     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009480         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009490     END-IF
009500     MOVE ACCT-NAME TO AJRN-IMG-NAME
009510     MOVE ACCT-BALANCE TO AJRN-IMG-BALANCE
009520     MOVE ACCT-STATUS TO AJRN-IMG-STATUS
009530     MOVE ACCT-PRODUCT-CODE TO AJRN-IMG-PRODUCT
009540     WRITE AJRN-PRINT-RECORD FROM AJRN-IMAGE-LINE
009550     ADD 1 TO WS-LINE-COUNT
009560     .
009570 8200-EXIT.
009580     EXIT.
009590
009600*-------------------------------------------------------------------
009610* 8500-PRINT-TOTALS - the run's proof counts: items read and
009620* how they now stand.
009630*-------------------------------------------------------------------
009640 8500-PRINT-TOTALS.
009650     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009660         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009670     END-IF
009680     MOVE WS-ITEMS-READ-COUNT TO AJRN-TOT-READ
009690     MOVE WS-APPLIED-COUNT TO AJRN-TOT-APPLIED
009700     MOVE WS-VOIDED-COUNT TO AJRN-TOT-VOIDED
009710     MOVE WS-HELD-COUNT TO AJRN-TOT-HELD
009720     MOVE WS-PRIOR-COUNT TO AJRN-TOT-PRIOR
009730     WRITE AJRN-PRINT-RECORD FROM AJRN-TOTAL-LINE
009740     .
009750 8500-EXIT.
009760     EXIT.
009770
009780*-------------------------------------------------------------------
009790* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
009800* and its return code on the shared run-control file. Nothing
009810* to stamp when the run was refused before its start was
009820* stamped.
009830* The shared file is re-read before stamping, so entries other
009840* programs (or sibling sweep partitions) wrote since start-up
009850* are carried forward, not overwritten from a stale copy.
009860*-------------------------------------------------------------------
009870 9800-RUN-CONTROL-END.
009880     IF NOT WS-RCTL-STAMPED
009890         GO TO 9800-EXIT
009900     END-IF
009910     ACCEPT WS-CURRENT-TIME FROM TIME
009920     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
009930         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
009940     MOVE ZERO TO WS-RCTL-COUNT
009950     OPEN INPUT RUN-CONTROL-FILE
009960     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
009970         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
009980             UNTIL NOT WS-RUNCTL-OK
009990         CLOSE RUN-CONTROL-FILE
010000     END-IF
010010     MOVE ZERO TO WS-RCTL-OWN-IX
010020     MOVE ZERO TO WS-RCTL-PRED-IX
010030     MOVE ZERO TO WS-RCTL-BLOCKER-IX
010040     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
010050         VARYING WS-RCTL-IX FROM 1 BY 1
010060         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
010070     IF WS-RCTL-OWN-IX = ZERO
010080         IF WS-RCTL-COUNT >= WS-RCTL-MAX
010090             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
010100             GO TO 9800-EXIT
010110         END-IF
010120         ADD 1 TO WS-RCTL-COUNT
010130         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
010140         MOVE WS-RCTL-OWN-PROGRAM
010150             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
010160         MOVE WS-RCTL-OWN-MASTER-FLAG
010170             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
010180     END-IF
010190     IF RETURN-CODE < 16
010200         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010210     ELSE
010220         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010230     END-IF
010240     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
010250     MOVE WS-RUN-TIME-EDIT
010260         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
010270     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
010280     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
010290     .
010300 9800-EXIT.
010310     EXIT.
010320
010330*-------------------------------------------------------------------
010340* 9999-TERMINATE - single exit point for the run.
010350*-------------------------------------------------------------------
010360 9999-TERMINATE.
010370     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
010380     CLOSE APPROVAL-JOURNAL
010390     CLOSE PENDING-APPROVAL-FILE
010400     CLOSE PEND-NEW-FILE
010410     CLOSE RECOVERY-JOURNAL
010420     CLOSE ACCOUNT-MASTER
010430     CLOSE OPERATOR-SECURITY
010440     CLOSE CUSTOMER-MASTER
010450     STOP RUN.
010460 END PROGRAM MNTAPPR.
