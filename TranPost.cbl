000300*                   corrupted master can be rolled forward from a
000310*                   backup by the ACCTRCVR recovery utility
000320*                   instead of rebuilt by hand.
000330* 2026-10-15  MSA  Every posting applied is now also filed on the
000340*                   posted-transaction history TPSTHIST (shared
000350*                   POSTREC copybook), extended in place night
000360*                   after night, so the delinquency run works
000370*                   from the payments that actually posted
000380*                   instead of the TPSTJRNL printout.
000390* 2026-10-15  MSA  A withdrawal against a dormant account is
000400*                   rejected until ACCTMNT reactivates it;
000410*                   deposits and payments still post.
000420* 2026-10-15  MSA  Reversals: a REV transaction names the
000430*                   reference of an earlier posting and backs out
000440*                   exactly that amount on that account. Every
000450*                   posting now gets a unique reference number,
000460*                   filed on the posting reference file TPSTREF
000470*                   (shared PREFREC copybook) and printed on the
000480*                   journal, so a posting never made, or one
000490*                   already reversed, is refused.
000500* 2026-10-15  MSA  Transaction record layout taken from the new
000510*                   shared MTRNREC copybook, now that the bank
000520*                   deposit intake (BANKDEP) writes MONTRAN too.
000530*                   BANKDEP runs between ACCTMNT and this step,
000540*                   so it is now this step's RUNCTL predecessor.
000550* 2026-10-15  MSA  The standing order generator (SORDGEN) now runs
000560*                   between BANKDEP and this step, adding the
000570*                   standing instructions due to MONTRAN, so it
000580*                   is now this step's RUNCTL predecessor.
000590*******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.    TRANPOST.
000620 AUTHOR.        MSALPDOGAN.
000630 INSTALLATION.  OPERATIONS.
000640 DATE-WRITTEN.  09/02/2026.
000650 DATE-COMPILED.
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS ACCT-ID
000730         FILE STATUS IS WS-ACCTMSTR-STATUS.
000740
000750     SELECT MONEY-TRANS-FILE ASSIGN TO "MONTRAN"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-TRANS-STATUS.
000780
000790     SELECT POSTING-JOURNAL ASSIGN TO "TPSTJRNL"
000800         ORGANIZATION IS LINE SEQUENTIAL.
000810
000820     SELECT REJECT-FILE ASSIGN TO "TPSTREJT"
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840
000850     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RUNCTL-STATUS.
000880     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910     SELECT OPTIONAL POSTED-HISTORY ASSIGN TO "TPSTHIST"
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930
000940     SELECT OPTIONAL POSTING-REF-FILE ASSIGN TO "TPSTREF"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS PREF-REF-NUMBER
000980         FILE STATUS IS WS-TPSTREF-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020*-------------------------------------------------------------------
001030* ACCOUNT-MASTER - one record per account, keyed on account ID.
001040* Record layout is the shared ACCTREC copybook, common to this
001050* program, the amortization program (PI) and the maintenance
001060* program (ACCTMNT).
001070*-------------------------------------------------------------------
001080 FD  ACCOUNT-MASTER.
001090 COPY ACCTREC.
001100
001110*-------------------------------------------------------------------
001120* MONEY-TRANS-FILE - one dated money movement per record: DEP,
001130* WDR, PMT or REV, keyed by operations and added to by the bank
001140* deposit intake (BANKDEP), in the shared MTRNREC layout.
001150*-------------------------------------------------------------------
001160 FD  MONEY-TRANS-FILE.
001170 COPY MTRNREC.
001180
001190*-------------------------------------------------------------------
001200* POSTING-JOURNAL - headed print journal: one line per
001210* transaction with the old balance, the amount applied and the
001220* new balance, and the run's debit/credit proof totals at end.
001230*-------------------------------------------------------------------
001240 FD  POSTING-JOURNAL.
001250 01  TJRN-PRINT-RECORD  PIC X(160).
001260
001270*-------------------------------------------------------------------
001280* REJECT-FILE - the rejected transaction, image intact so the
001290* record can be corrected and resubmitted, plus the reason.
001300*-------------------------------------------------------------------
001310 FD  REJECT-FILE.
001320 01  REJECT-RECORD.
001330     05  REJ-TRANS-IMAGE             PIC X(46).
001340     05  FILLER                      PIC X(02) VALUE SPACES.
001350     05  REJ-REASON                  PIC X(30).
001360
001370*-------------------------------------------------------------------
001380* RUN-CONTROL-FILE - the night stream's shared run-sequence
001390* control, one record per batch program in the shared RUNCTLR
001400* layout, checked and stamped by every program in the stream.
001410*-------------------------------------------------------------------
001420 FD  RUN-CONTROL-FILE.
001430 COPY RUNCTLR.
001440*-------------------------------------------------------------------
001450* RECOVERY-JOURNAL - before/after images of every master write,
001460* in the shared RCVYREC layout, extended in place across the
001470* night and replayed by the ACCTRCVR recovery utility.
001480*-------------------------------------------------------------------
001490 FD  RECOVERY-JOURNAL.
001500 COPY RCVYREC.
001510
001520*-------------------------------------------------------------------
001530* POSTED-HISTORY - one record per transaction actually applied,
001540* in the shared POSTREC layout, extended in place across nights
001550* as the standing record of customer money movement.
001560*-------------------------------------------------------------------
001570 FD  POSTED-HISTORY.
001580 COPY POSTREC.
001590
001600*-------------------------------------------------------------------
001610* POSTING-REF-FILE - every posting applied, keyed on its
001620* reference number, with its reversal status, in the shared
001630* PREFREC layout; key zero holds the last number issued.
001640*-------------------------------------------------------------------
001650 FD  POSTING-REF-FILE.
001660 COPY PREFREC.
001670
001680 WORKING-STORAGE SECTION.
001690*-------------------------------------------------------------------
001700* Run-sequence control: the shared RUNCTL file loaded at
001710* start-up, checked, stamped with this run's start, and stamped
001720* again with its end and return code at termination. The rules
001730* the checks enforce are with the RUNCTLR copybook.
001740*-------------------------------------------------------------------
001750 01  WS-RUNCTL-STATUS                PIC X(02).
001760     88  WS-RUNCTL-OK                VALUE '00'.
001770     88  WS-RUNCTL-CREATED           VALUE '05'.
001780
001790 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
001800 01  WS-RCTL-TABLE-AREA.
001810     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
001820     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
001830         10  WS-RCTL-PROGRAM         PIC X(08).
001840         10  WS-RCTL-STATE           PIC X(01).
001850         10  WS-RCTL-MASTER          PIC X(01).
001860         10  WS-RCTL-START-DATE      PIC X(10).
001870         10  WS-RCTL-START-TIME      PIC X(08).
001880         10  WS-RCTL-END-DATE        PIC X(10).
001890         10  WS-RCTL-END-TIME        PIC X(08).
001900         10  WS-RCTL-RC              PIC 9(02).
001910
001920 01  WS-RCTL-IX                      PIC 9(03) COMP.
001930 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
001940 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
001950 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
001960
001970 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "TRANPOST".
001980 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "SORDGEN".
001990 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE 'M'.
002000
002010 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
002020     88  WS-RCTL-STAMPED             VALUE 'Y'.
002030
002040 01  WS-CURRENT-TIME                 PIC 9(08).
002050 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
002060     05  WS-TIME-HH                  PIC 9(02).
002070     05  WS-TIME-MN                  PIC 9(02).
002080     05  WS-TIME-SS                  PIC 9(02).
002090     05  WS-TIME-CC                  PIC 9(02).
002100 01  WS-RUN-TIME-EDIT                PIC X(08).
002110*-------------------------------------------------------------------
002120* Master recovery journaling: every write to ACCOUNT-MASTER files
002130* its before and after images (shared RCVYREC copybook) so the
002140* recovery utility (ACCTRCVR) can roll a backup master forward.
002150*-------------------------------------------------------------------
002160 01  WS-RCVY-ACTION                  PIC X(01).
002170 01  WS-RCVY-BEFORE-IMAGE            PIC X(75).
002180 01  WS-RCVY-AFTER-IMAGE             PIC X(75).
002190
002200*-------------------------------------------------------------------
002210* Print lines, kept in working storage so their VALUE clauses
002220* are honored (VALUE on FILE SECTION entries is commentary
002230* only), and written with WRITE ... FROM.
002240*-------------------------------------------------------------------
002250 01  TJRN-HEADING-LINE.
002260     05  FILLER                      PIC X(01) VALUE '1'.
002270     05  FILLER                      PIC X(30)
002280                 VALUE "TRANSACTION POSTING JOURNAL".
002290     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002300     05  TJRN-HDR-DATE               PIC X(10).
002310     05  FILLER                      PIC X(10) VALUE SPACES.
002320     05  FILLER                      PIC X(05) VALUE "PAGE ".
002330     05  TJRN-HDR-PAGE               PIC ZZ9.
002340
002350 01  TJRN-DETAIL-LINE.
002360     05  FILLER                      PIC X(01) VALUE SPACE.
002370     05  TJRN-DTL-DATE               PIC X(10).
002380     05  FILLER                      PIC X(02) VALUE SPACES.
002390     05  TJRN-DTL-CODE               PIC X(03).
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  TJRN-DTL-ACCT               PIC X(07).
002420     05  FILLER                      PIC X(02) VALUE SPACES.
002430     05  FILLER                      PIC X(04) VALUE "OLD".
002440     05  TJRN-DTL-OLD-BALANCE        PIC $(13)9.99CR.
002450     05  FILLER                      PIC X(02) VALUE SPACES.
002460     05  FILLER                      PIC X(07) VALUE "AMOUNT".
002470     05  TJRN-DTL-AMOUNT             PIC $(13)9.99CR.
002480     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  FILLER                      PIC X(04) VALUE "NEW".
002500     05  TJRN-DTL-NEW-BALANCE        PIC $(13)9.99CR.
002510     05  FILLER                      PIC X(02) VALUE SPACES.
002520     05  FILLER                      PIC X(04) VALUE "REF".
002530     05  TJRN-DTL-REF                PIC 9(10).
002540     05  FILLER                      PIC X(02) VALUE SPACES.
002550     05  TJRN-DTL-NOTE               PIC X(30).
002560
002570 01  TJRN-REJECT-LINE.
002580     05  FILLER                      PIC X(01) VALUE SPACE.
002590     05  FILLER                      PIC X(08) VALUE "REJECT".
002600     05  TJRN-REJ-ACCT               PIC X(07).
002610     05  FILLER                      PIC X(02) VALUE SPACES.
002620     05  TJRN-REJ-REASON             PIC X(30).
002630
002640 01  TJRN-TOTAL-LINE.
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  FILLER                      PIC X(14)
002670                                      VALUE "TRANSACTIONS".
002680     05  TJRN-TOT-READ               PIC ZZZZ9.
002690     05  FILLER                      PIC X(09)
002700                                      VALUE "  POSTED".
002710     05  TJRN-TOT-POSTED             PIC ZZZZ9.
002720     05  FILLER                      PIC X(11)
002730                                      VALUE "  REJECTED".
002740     05  TJRN-TOT-REJECTED           PIC ZZZZ9.
002750     05  FILLER                      PIC X(12)
002760                                      VALUE "  REVERSALS".
002770     05  TJRN-TOT-REVERSALS          PIC ZZZZ9.
002780
002790 01  TJRN-PROOF-LINE.
002800     05  FILLER                      PIC X(01) VALUE SPACE.
002810     05  FILLER                      PIC X(09) VALUE "DEBITS".
002820     05  TJRN-PRF-DEBITS             PIC $(13)9.99CR.
002830     05  FILLER                      PIC X(02) VALUE SPACES.
002840     05  FILLER                      PIC X(08) VALUE "CREDITS".
002850     05  TJRN-PRF-CREDITS            PIC $(13)9.99CR.
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  FILLER                      PIC X(04) VALUE "NET".
002880     05  TJRN-PRF-NET                PIC $(13)9.99CR.
002890
002900 01  WS-ACCTMSTR-STATUS              PIC X(02).
002910     88  WS-ACCTMSTR-OK              VALUE '00'.
002920     88  WS-ACCTMSTR-NOT-FOUND       VALUE '23'.
002930
002940 01  WS-TRANS-STATUS                 PIC X(02).
002950     88  WS-TRANS-OK                 VALUE '00'.
002960     88  WS-TRANS-EOF                VALUE '10'.
002970     88  WS-TRANS-NOT-FOUND          VALUE '35'.
002980
002990 01  WS-TPSTREF-STATUS               PIC X(02).
003000     88  WS-TPSTREF-OK               VALUE '00'.
003010     88  WS-TPSTREF-CREATED          VALUE '05'.
003020
003030*-------------------------------------------------------------------
003040* Posting references: the last number issued, carried on the
003050* reference file's control record, the number given to the
003060* posting in hand, and - for a reversal - the original
003070* posting's reference record as found, with its date and code.
003080*-------------------------------------------------------------------
003090 01  WS-LAST-REF-NUMBER              PIC 9(10) VALUE ZERO.
003100 01  WS-NEW-REF-NUMBER               PIC 9(10).
003110 01  WS-REF-CONTROL-SWITCH           PIC X(01) VALUE 'N'.
003120     88  WS-REF-CONTROL-ON-FILE      VALUE 'Y'.
003130     88  WS-REF-CONTROL-MISSING      VALUE 'N'.
003140 01  WS-ORIG-REF-RECORD              PIC X(77).
003150 01  WS-ORIG-POST-DATE               PIC X(10).
003160 01  WS-ORIG-TRAN-CODE               PIC X(03).
003170 01  WS-JOURNAL-NOTE                 PIC X(30).
003180
003190*-------------------------------------------------------------------
003200* Run counters and the debit/credit proof totals: deposits are
003210* the run's credits to the customer, withdrawals and payments
003220* its debits, and the net must equal the movement applied to
003230* the master.
003240*-------------------------------------------------------------------
003250 01  WS-TRANS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
003260 01  WS-TRANS-POSTED-COUNT           PIC 9(05) COMP VALUE ZERO.
003270 01  WS-TRANS-REJECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
003280 01  WS-REVERSAL-COUNT               PIC 9(05) COMP VALUE ZERO.
003290 01  WS-DEBIT-TOTAL                  PIC S9(13)V9(2) VALUE ZERO.
003300 01  WS-CREDIT-TOTAL                 PIC S9(13)V9(2) VALUE ZERO.
003310 01  WS-NET-TOTAL                    PIC S9(13)V9(2) VALUE ZERO.
003320
003330 01  WS-REJECT-REASON                PIC X(30).
003340
003350*-------------------------------------------------------------------
003360* Posting working fields: the signed amount actually applied,
003370* and the balance before it was.
003380*-------------------------------------------------------------------
003390 01  WS-APPLY-AMOUNT                 PIC S9(13)V9(2).
003400 01  WS-OLD-BALANCE                  PIC S9(13)V9(2).
003410
003420*-------------------------------------------------------------------
003430* Print-journal pagination fields.
003440*-------------------------------------------------------------------
003450 01  WS-CURRENT-DATE                 PIC 9(08).
003460 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
003470     05  WS-DATE-YYYY                PIC 9(04).
003480     05  WS-DATE-MM                  PIC 9(02).
003490     05  WS-DATE-DD                  PIC 9(02).
003500 01  WS-REPORT-DATE                  PIC X(10).
003510
003520 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
003530 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
003540 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
003550
003560 PROCEDURE DIVISION.
003570*-------------------------------------------------------------------
003580* 0000-MAINLINE - post every money transaction to the master,
003590* then print the posted/rejected counts and the debit/credit
003600* proof totals.
003610*-------------------------------------------------------------------
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003640     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
003650         UNTIL WS-TRANS-EOF
003660     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
003670     GO TO 9999-TERMINATE.
003680
003690*-------------------------------------------------------------------
003700* 1000-INITIALIZE - open the files and prime the first
003710* transaction. The master is opened I-O: this program exists to
003720* write on it.
003730*-------------------------------------------------------------------
003740 1000-INITIALIZE.
003750     OPEN OUTPUT POSTING-JOURNAL
003760     OPEN OUTPUT REJECT-FILE
003770     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003780     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003790         DELIMITED BY SIZE INTO WS-REPORT-DATE
003800     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
003810     OPEN INPUT MONEY-TRANS-FILE
003820     IF WS-TRANS-NOT-FOUND
003830         DISPLAY "MONEY-TRANS-FILE EMPTY OR MISSING - RUN TERM"
003840             "INATED"
003850         MOVE 16 TO RETURN-CODE
003860         GO TO 9999-TERMINATE
003870     END-IF
003880     OPEN I-O ACCOUNT-MASTER
003890     IF NOT WS-ACCTMSTR-OK
003900         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERM"
003910             "INATED"
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 9999-TERMINATE
003940     END-IF
003950     OPEN EXTEND RECOVERY-JOURNAL
003960     OPEN EXTEND POSTED-HISTORY
003970     PERFORM 1300-OPEN-REFERENCE-FILE THRU 1300-EXIT
003980     READ MONEY-TRANS-FILE
003990         AT END
004000             CONTINUE
004010     END-READ
004020     .
004030 1000-EXIT.
004040     EXIT.
004050
004060*-------------------------------------------------------------------
004070* 1150-RUN-CONTROL-START - load the shared run-control file,
004080* refuse the run while the predecessor step has not ended clean
004090* or another master-updating step is marked in flight, then
004100* stamp this program's entry in flight and write the file back.
004110* An empty or missing file is first-time set-up: the run
004120* proceeds and the file is built from this entry.
004130*-------------------------------------------------------------------
004140 1150-RUN-CONTROL-START.
004150     ACCEPT WS-CURRENT-TIME FROM TIME
004160     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
004170         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
004180     OPEN INPUT RUN-CONTROL-FILE
004190     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
004200         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
004210             UNTIL NOT WS-RUNCTL-OK
004220         CLOSE RUN-CONTROL-FILE
004230     END-IF
004240     MOVE ZERO TO WS-RCTL-OWN-IX
004250     MOVE ZERO TO WS-RCTL-PRED-IX
004260     MOVE ZERO TO WS-RCTL-BLOCKER-IX
004270     IF WS-RCTL-COUNT = ZERO
004280         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
004290         GO TO 1150-STAMP-START
004300     END-IF
004310     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
004320         VARYING WS-RCTL-IX FROM 1 BY 1
004330         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
004340     IF WS-RCTL-PREDECESSOR NOT = SPACES
004350         IF WS-RCTL-PRED-IX = ZERO
004360             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
004370                 "ED: " WS-RCTL-PREDECESSOR
004380             MOVE 16 TO RETURN-CODE
004390             GO TO 9999-TERMINATE
004400         END-IF
004410         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
004420             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
004430                 "UN REFUSED: " WS-RCTL-PREDECESSOR
004440             MOVE 16 TO RETURN-CODE
004450             GO TO 9999-TERMINATE
004460         END-IF
004470     END-IF
004480     IF WS-RCTL-BLOCKER-IX > ZERO
004490         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
004500             "RUN REFUSED: "
004510             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
004520         MOVE 16 TO RETURN-CODE
004530         GO TO 9999-TERMINATE
004540     END-IF
004550     .
004560 1150-STAMP-START.
004570     IF WS-RCTL-OWN-IX > ZERO
004580         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
004590         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
004600             "RT ASSUMED"
004610     END-IF
004620     IF WS-RCTL-OWN-IX = ZERO
004630         IF WS-RCTL-COUNT >= WS-RCTL-MAX
004640             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
004650             MOVE 16 TO RETURN-CODE
004660             GO TO 9999-TERMINATE
004670         END-IF
004680         ADD 1 TO WS-RCTL-COUNT
004690         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
004700         MOVE WS-RCTL-OWN-PROGRAM
004710             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
004720     END-IF
004730     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
004740     MOVE WS-RCTL-OWN-MASTER-FLAG
004750         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
004760     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
004770     MOVE WS-RUN-TIME-EDIT
004780         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
004790     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
004800     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
004810     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
004820     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
004830     SET WS-RCTL-STAMPED TO TRUE
004840     .
004850 1150-EXIT.
004860     EXIT.
004870
004880*-------------------------------------------------------------------
004890* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
004900*-------------------------------------------------------------------
004910 1160-LOAD-RUN-ENTRY.
004920     READ RUN-CONTROL-FILE
004930         AT END
004940             GO TO 1160-EXIT
004950     END-READ
004960     IF WS-RCTL-COUNT >= WS-RCTL-MAX
004970         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
004980             RCTL-PROGRAM-ID
004990         GO TO 1160-EXIT
005000     END-IF
005010     ADD 1 TO WS-RCTL-COUNT
005020     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
005030     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
005040     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
005050     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
005060     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
005070     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
005080     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
005090     IF RCTL-RETURN-CODE NUMERIC
005100         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
005110     ELSE
005120         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
005130     END-IF
005140     .
005150 1160-EXIT.
005160     EXIT.
005170
005180*-------------------------------------------------------------------
005190* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
005200* program's own entry and its predecessor's sit, and any other
005210* master-updating step still marked in flight.
005220*-------------------------------------------------------------------
005230 1170-SCAN-RUN-ENTRY.
005240     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
005250         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
005260         GO TO 1170-EXIT
005270     END-IF
005280     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
005290         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
005300     END-IF
005310     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
005320         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
005330         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
005340     END-IF
005350     .
005360 1170-EXIT.
005370     EXIT.
005380
005390*-------------------------------------------------------------------
005400* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
005410* file, this program's entry updated in place.
005420*-------------------------------------------------------------------
005430 1190-WRITE-RUN-CONTROL.
005440     OPEN OUTPUT RUN-CONTROL-FILE
005450     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
005460         VARYING WS-RCTL-IX FROM 1 BY 1
005470         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
005480     CLOSE RUN-CONTROL-FILE
005490     .
005500 1190-EXIT.
005510     EXIT.
005520
005530*-------------------------------------------------------------------
005540* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
005550*-------------------------------------------------------------------
005560 1195-WRITE-ONE-RUN-ENTRY.
005570     MOVE SPACES TO RUNCTL-RECORD
005580     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
005590     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
005600     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
005610     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
005620     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
005630     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
005640     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
005650     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
005660     WRITE RUNCTL-RECORD
005670     .
005680 1195-EXIT.
005690     EXIT.
005700
005710*-------------------------------------------------------------------
005720* 1300-OPEN-REFERENCE-FILE - open the posting reference file for
005730* update and pick up the last reference number issued. A file
005740* not there yet is created empty and numbering starts at one.
005750*-------------------------------------------------------------------
005760 1300-OPEN-REFERENCE-FILE.
005770     OPEN I-O POSTING-REF-FILE
005780     IF NOT WS-TPSTREF-OK AND NOT WS-TPSTREF-CREATED
005790         DISPLAY "POSTING REFERENCE FILE WILL NOT OPEN - RUN TE"
005800             "RMINATED"
005810         MOVE 16 TO RETURN-CODE
005820         GO TO 9999-TERMINATE
005830     END-IF
005840     MOVE ZERO TO PREF-CTL-KEY
005850     READ POSTING-REF-FILE
005860         INVALID KEY
005870             DISPLAY "NO POSTING REFERENCE CONTROL RECORD - NUMB"
005880                 "ERING STARTS AT ONE"
005890             SET WS-REF-CONTROL-MISSING TO TRUE
005900             GO TO 1300-EXIT
005910     END-READ
005920     SET WS-REF-CONTROL-ON-FILE TO TRUE
005930     MOVE PREF-CTL-LAST-REF-NUMBER TO WS-LAST-REF-NUMBER
005940     .
005950 1300-EXIT.
005960     EXIT.
005970
005980*-------------------------------------------------------------------
005990* 2000-PROCESS-TRANSACTION - edit one transaction, post it if it
006000* stands up, then read the next. Anything that cannot be posted
006010* goes to the reject file with a reason, and the run carries on.
006020*-------------------------------------------------------------------
006030 2000-PROCESS-TRANSACTION.
006040     ADD 1 TO WS-TRANS-READ-COUNT
006050     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT
006060     IF WS-REJECT-REASON = SPACES
006070         PERFORM 3000-POST-TRANSACTION THRU 3000-EXIT
006080     ELSE
006090         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006100     END-IF
006110     READ MONEY-TRANS-FILE
006120         AT END
006130             CONTINUE
006140     END-READ
006150     .
006160 2000-EXIT.
006170     EXIT.
006180
006190*-------------------------------------------------------------------
006200* 2100-EDIT-TRANSACTION - field-level edits ahead of the master
006210* lookup: a recognized transaction code and a positive numeric
006220* amount; a reversal needs the reference it reverses, and its
006230* amount may be blank or zero, a blank amount being taken as
006240* zero so the original's is used. Spaces in the reject reason
006250* means the record stands.
006260*-------------------------------------------------------------------
006270 2100-EDIT-TRANSACTION.
006280     MOVE SPACES TO WS-REJECT-REASON
006290     IF NOT MTRN-DEPOSIT AND NOT MTRN-WITHDRAWAL
006300         AND NOT MTRN-PAYMENT AND NOT MTRN-REVERSAL
006310         MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
006320         GO TO 2100-EXIT
006330     END-IF
006340     IF MTRN-REVERSAL
006350         IF MTRN-ORIG-REF-NUMBER NOT NUMERIC
006360             OR MTRN-ORIG-REF-NUMBER = ZERO
006370             MOVE "ORIGINAL REFERENCE MISSING"
006380                 TO WS-REJECT-REASON
006390             GO TO 2100-EXIT
006400         END-IF
006410         IF MTRN-AMOUNT NOT NUMERIC
006420             MOVE ZERO TO MTRN-AMOUNT
006430         END-IF
006440         IF MTRN-AMOUNT < ZERO
006450             MOVE "AMOUNT NOT POSITIVE" TO WS-REJECT-REASON
006460         END-IF
006470         GO TO 2100-EXIT
006480     END-IF
006490     IF MTRN-AMOUNT NOT NUMERIC
006500         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
006510         GO TO 2100-EXIT
006520     END-IF
006530     IF MTRN-AMOUNT NOT > ZERO
006540         MOVE "AMOUNT NOT POSITIVE" TO WS-REJECT-REASON
006550     END-IF
006560     .
006570 2100-EXIT.
006580     EXIT.
006590
006600*-------------------------------------------------------------------
006610* 3000-POST-TRANSACTION - look the account up and apply the
006620* movement: a deposit adds to the balance, a withdrawal or
006630* payment reduces it, and a reversal undoes the posting it
006640* names - found first on the reference file, which completes
006650* its account and amount. Closed and missing accounts are rejected,
006660* as is a withdrawal from a dormant account that has not been
006670* reactivated; so is a result too large for ACCT-BALANCE,
006680* leaving the master untouched. Every posting is journaled
006690* old-and-new.
006700*-------------------------------------------------------------------
006710 3000-POST-TRANSACTION.
006720     IF MTRN-REVERSAL
006730         PERFORM 3100-FIND-ORIGINAL THRU 3100-EXIT
006740         IF WS-REJECT-REASON NOT = SPACES
006750             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006760             GO TO 3000-EXIT
006770         END-IF
006780     END-IF
006790     MOVE MTRN-ACCT-ID TO ACCT-ID
006800     READ ACCOUNT-MASTER
006810         INVALID KEY
006820             MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
006830             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006840             GO TO 3000-EXIT
006850     END-READ
006860     IF ACCT-CLOSED
006870         MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
006880         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006890         GO TO 3000-EXIT
006900     END-IF
006910     IF ACCT-DORMANT AND MTRN-WITHDRAWAL
006920         MOVE "ACCOUNT DORMANT - REACTIVATE" TO WS-REJECT-REASON
006930         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006940         GO TO 3000-EXIT
006950     END-IF
006960     EVALUATE TRUE
006970         WHEN MTRN-DEPOSIT
006980             MOVE MTRN-AMOUNT TO WS-APPLY-AMOUNT
006990         WHEN MTRN-REVERSAL AND WS-ORIG-TRAN-CODE = 'DEP'
007000             COMPUTE WS-APPLY-AMOUNT = ZERO - MTRN-AMOUNT
007010         WHEN MTRN-REVERSAL
007020             MOVE MTRN-AMOUNT TO WS-APPLY-AMOUNT
007030         WHEN OTHER
007040             COMPUTE WS-APPLY-AMOUNT = ZERO - MTRN-AMOUNT
007050     END-EVALUATE
007060     MOVE ACCT-BALANCE TO WS-OLD-BALANCE
007070     MOVE ACCT-MASTER-RECORD TO WS-RCVY-BEFORE-IMAGE
007080     ADD WS-APPLY-AMOUNT TO ACCT-BALANCE
007090         ON SIZE ERROR
007100             MOVE WS-OLD-BALANCE TO ACCT-BALANCE
007110             MOVE "RESULT EXCEEDS MASTER FIELD"
007120                 TO WS-REJECT-REASON
007130             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
007140             GO TO 3000-EXIT
007150     END-ADD
007160     REWRITE ACCT-MASTER-RECORD
007170         INVALID KEY
007180             MOVE WS-OLD-BALANCE TO ACCT-BALANCE
007190             MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
007200             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
007210             GO TO 3000-EXIT
007220     END-REWRITE
007230     MOVE 'C' TO WS-RCVY-ACTION
007240     MOVE ACCT-MASTER-RECORD TO WS-RCVY-AFTER-IMAGE
007250     PERFORM 7500-WRITE-RECOVERY-IMAGE THRU 7500-EXIT
007260     PERFORM 7700-FILE-POSTING-REFERENCE THRU 7700-EXIT
007270     PERFORM 7600-WRITE-POSTED-HISTORY THRU 7600-EXIT
007280     ADD 1 TO WS-TRANS-POSTED-COUNT
007290     IF MTRN-REVERSAL
007300         ADD 1 TO WS-REVERSAL-COUNT
007310     END-IF
007320     IF WS-APPLY-AMOUNT > ZERO
007330         ADD MTRN-AMOUNT TO WS-CREDIT-TOTAL
007340     ELSE
007350         ADD MTRN-AMOUNT TO WS-DEBIT-TOTAL
007360     END-IF
007370     ADD WS-APPLY-AMOUNT TO WS-NET-TOTAL
007380     PERFORM 8100-PRINT-POSTING THRU 8100-EXIT
007390     .
007400 3000-EXIT.
007410     EXIT.
007420
007430*-------------------------------------------------------------------
007440* 3100-FIND-ORIGINAL - the posting a reversal names, from the
007450* reference file. It must have been posted, must not itself be
007460* a reversal or already reversed, and any account or amount
007470* keyed on the reversal must be its own. The reversal is then
007480* completed with the original's account and amount, so exactly
007490* that is backed out.
007500*-------------------------------------------------------------------
007510 3100-FIND-ORIGINAL.
007520     MOVE MTRN-ORIG-REF-NUMBER TO PREF-REF-NUMBER
007530     READ POSTING-REF-FILE
007540         INVALID KEY
007550             MOVE "ORIGINAL POSTING NOT FOUND"
007560                 TO WS-REJECT-REASON
007570             GO TO 3100-EXIT
007580     END-READ
007590     IF PREF-REVERSAL
007600         MOVE "A REVERSAL CANNOT BE REVERSED" TO WS-REJECT-REASON
007610         GO TO 3100-EXIT
007620     END-IF
007630     IF PREF-REVERSED
007640         MOVE "ORIGINAL ALREADY REVERSED" TO WS-REJECT-REASON
007650         GO TO 3100-EXIT
007660     END-IF
007670     IF MTRN-ACCT-ID NOT = SPACES
007680         AND MTRN-ACCT-ID NOT = PREF-ACCT-ID
007690         MOVE "ACCOUNT DIFFERS FROM ORIGINAL" TO WS-REJECT-REASON
007700         GO TO 3100-EXIT
007710     END-IF
007720     IF MTRN-AMOUNT NOT = ZERO
007730         AND MTRN-AMOUNT NOT = PREF-AMOUNT
007740         MOVE "AMOUNT DIFFERS FROM ORIGINAL" TO WS-REJECT-REASON
007750         GO TO 3100-EXIT
007760     END-IF
007770     MOVE POSTING-REF-RECORD TO WS-ORIG-REF-RECORD
007780     MOVE PREF-POST-DATE TO WS-ORIG-POST-DATE
007790     MOVE PREF-TRAN-CODE TO WS-ORIG-TRAN-CODE
007800     MOVE PREF-ACCT-ID TO MTRN-ACCT-ID
007810     MOVE PREF-AMOUNT TO MTRN-AMOUNT
007820     .
007830 3100-EXIT.
007840     EXIT.
007850
007860*-------------------------------------------------------------------
007870* 7000-REJECT-TRANSACTION - file the transaction image and reason
007880* on the reject file for correction and resubmission, and journal
007890* the rejection.
007900*-------------------------------------------------------------------
007910 7000-REJECT-TRANSACTION.
007920     ADD 1 TO WS-TRANS-REJECTED-COUNT
007930     MOVE SPACES TO REJECT-RECORD
007940     MOVE MONEY-TRANS-RECORD TO REJ-TRANS-IMAGE
007950     MOVE WS-REJECT-REASON TO REJ-REASON
007960     WRITE REJECT-RECORD
007970     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007980         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
007990     END-IF
008000     MOVE MTRN-ACCT-ID TO TJRN-REJ-ACCT
008010     MOVE WS-REJECT-REASON TO TJRN-REJ-REASON
008020     WRITE TJRN-PRINT-RECORD FROM TJRN-REJECT-LINE
008030     ADD 1 TO WS-LINE-COUNT
008040     .
008050 7000-EXIT.
008060     EXIT.
008070
008080*-------------------------------------------------------------------
008090* 7500-WRITE-RECOVERY-IMAGE - one before/after image pair to the
008100* recovery journal for the master write just made; the caller
008110* set the action and both images.
008120*-------------------------------------------------------------------
008130 7500-WRITE-RECOVERY-IMAGE.
008140     ACCEPT WS-CURRENT-TIME FROM TIME
008150     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
008160         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
008170     MOVE SPACES TO RCVY-RECORD
008180     MOVE WS-RCTL-OWN-PROGRAM TO RCVY-PROGRAM-ID
008190     MOVE WS-REPORT-DATE TO RCVY-DATE
008200     MOVE WS-RUN-TIME-EDIT TO RCVY-TIME
008210     MOVE WS-RCVY-ACTION TO RCVY-ACTION
008220     MOVE WS-RCVY-BEFORE-IMAGE TO RCVY-BEFORE-IMAGE
008230     MOVE WS-RCVY-AFTER-IMAGE TO RCVY-AFTER-IMAGE
008240     WRITE RCVY-RECORD
008250     .
008260 7500-EXIT.
008270     EXIT.
008280
008290*-------------------------------------------------------------------
008300* 7600-WRITE-POSTED-HISTORY - the transaction just applied, as
008310* keyed, behind tonight's run date on the posted-transaction
008320* history, with its reference number and, for a reversal, the
008330* original posting it backed out.
008340*-------------------------------------------------------------------
008350 7600-WRITE-POSTED-HISTORY.
008360     MOVE SPACES TO POSTED-TRANS-RECORD
008370     MOVE WS-REPORT-DATE TO PTRN-RUN-DATE
008380     MOVE MTRN-POST-DATE TO PTRN-POST-DATE
008390     MOVE MTRN-TRAN-CODE TO PTRN-TRAN-CODE
008400     MOVE MTRN-ACCT-ID TO PTRN-ACCT-ID
008410     MOVE MTRN-AMOUNT TO PTRN-AMOUNT
008420     MOVE WS-NEW-REF-NUMBER TO PTRN-REF-NUMBER
008430     IF MTRN-REVERSAL
008440         MOVE MTRN-ORIG-REF-NUMBER TO PTRN-REVERSES-REF
008450         MOVE WS-ORIG-POST-DATE TO PTRN-ORIG-POST-DATE
008460         MOVE WS-ORIG-TRAN-CODE TO PTRN-ORIG-TRAN-CODE
008470     ELSE
008480         MOVE ZERO TO PTRN-REVERSES-REF
008490     END-IF
008500     WRITE POSTED-TRANS-RECORD
008510     .
008520 7600-EXIT.
008530     EXIT.
008540
008550*-------------------------------------------------------------------
008560* 7700-FILE-POSTING-REFERENCE - the next reference number to
008570* the posting just applied, filed on the reference file with
008580* the control record moved on behind it. A reversal's original
008590* is marked reversed, by this reference, so it cannot be
008600* reversed again. The master is already written: a failure
008610* here is flagged for follow-up, not backed out.
008620*-------------------------------------------------------------------
008630 7700-FILE-POSTING-REFERENCE.
008640     ADD 1 TO WS-LAST-REF-NUMBER
008650     MOVE WS-LAST-REF-NUMBER TO WS-NEW-REF-NUMBER
008660     MOVE SPACES TO POSTING-REF-RECORD
008670     MOVE WS-NEW-REF-NUMBER TO PREF-REF-NUMBER
008680     MOVE WS-REPORT-DATE TO PREF-RUN-DATE
008690     MOVE MTRN-POST-DATE TO PREF-POST-DATE
008700     MOVE MTRN-TRAN-CODE TO PREF-TRAN-CODE
008710     MOVE MTRN-ACCT-ID TO PREF-ACCT-ID
008720     MOVE MTRN-AMOUNT TO PREF-AMOUNT
008730     SET PREF-NOT-REVERSED TO TRUE
008740     MOVE ZERO TO PREF-REVERSED-BY-REF
008750     IF MTRN-REVERSAL
008760         MOVE MTRN-ORIG-REF-NUMBER TO PREF-REVERSES-REF
008770     ELSE
008780         MOVE ZERO TO PREF-REVERSES-REF
008790     END-IF
008800     WRITE POSTING-REF-RECORD
008810         INVALID KEY
008820             DISPLAY "POSTING REFERENCE ALREADY ON FILE - NOT F"
008830                 "ILED: " WS-NEW-REF-NUMBER
008840             MOVE 12 TO RETURN-CODE
008850     END-WRITE
008860     MOVE SPACES TO POSTING-REF-CONTROL
008870     MOVE ZERO TO PREF-CTL-KEY
008880     MOVE WS-LAST-REF-NUMBER TO PREF-CTL-LAST-REF-NUMBER
008890     IF WS-REF-CONTROL-ON-FILE
008900         REWRITE POSTING-REF-CONTROL
008910             INVALID KEY
008920                 DISPLAY "REFERENCE CONTROL REWRITE FAILED: "
008930                     WS-LAST-REF-NUMBER
008940                 MOVE 12 TO RETURN-CODE
008950         END-REWRITE
008960     ELSE
008970         WRITE POSTING-REF-CONTROL
008980             INVALID KEY
008990                 DISPLAY "REFERENCE CONTROL WRITE FAILED: "
009000                     WS-LAST-REF-NUMBER
009010                 MOVE 12 TO RETURN-CODE
009020         END-WRITE
009030         SET WS-REF-CONTROL-ON-FILE TO TRUE
009040     END-IF
009050     IF NOT MTRN-REVERSAL
009060         GO TO 7700-EXIT
009070     END-IF
009080     MOVE WS-ORIG-REF-RECORD TO POSTING-REF-RECORD
009090     SET PREF-REVERSED TO TRUE
009100     MOVE WS-NEW-REF-NUMBER TO PREF-REVERSED-BY-REF
009110     REWRITE POSTING-REF-RECORD
009120         INVALID KEY
009130             DISPLAY "ORIGINAL NOT MARKED REVERSED: "
009140                 MTRN-ORIG-REF-NUMBER
009150             MOVE 12 TO RETURN-CODE
009160     END-REWRITE
009170     .
009180 7700-EXIT.
009190     EXIT.
009200
009210*-------------------------------------------------------------------
009220* 8000-PRINT-HEADINGS - journal header, printed at the top of
009230* every page.
009240*-------------------------------------------------------------------
009250 8000-PRINT-HEADINGS.
009260     ADD 1 TO WS-PAGE-NUMBER
009270     MOVE WS-REPORT-DATE TO TJRN-HDR-DATE
009280     MOVE WS-PAGE-NUMBER TO TJRN-HDR-PAGE
009290     WRITE TJRN-PRINT-RECORD FROM TJRN-HEADING-LINE
009300     MOVE ZERO TO WS-LINE-COUNT
009310     .
009320 8000-EXIT.
009330     EXIT.
009340
009350*-------------------------------------------------------------------
009360* 8100-PRINT-POSTING - one posting line: transaction date, code,
009370* account, the old balance, the amount applied and the new
009380* balance, and the posting's reference number - a reversal's
009390* line names the reference and date of the posting it backed
009400* out - paging when the page is full.
009410*-------------------------------------------------------------------
009420 8100-PRINT-POSTING.
009430     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009440         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009450     END-IF
009460     MOVE MTRN-POST-DATE TO TJRN-DTL-DATE
009470     MOVE MTRN-TRAN-CODE TO TJRN-DTL-CODE
009480     MOVE MTRN-ACCT-ID TO TJRN-DTL-ACCT
009490     MOVE WS-OLD-BALANCE TO TJRN-DTL-OLD-BALANCE
009500     MOVE WS-APPLY-AMOUNT TO TJRN-DTL-AMOUNT
009510     MOVE ACCT-BALANCE TO TJRN-DTL-NEW-BALANCE
009520     MOVE WS-NEW-REF-NUMBER TO TJRN-DTL-REF
009530     MOVE SPACES TO WS-JOURNAL-NOTE
009540     IF MTRN-REVERSAL
009550         STRING "REVERSES " MTRN-ORIG-REF-NUMBER " "
009560             WS-ORIG-POST-DATE
009570             DELIMITED BY SIZE INTO WS-JOURNAL-NOTE
009580     END-IF
009590     MOVE WS-JOURNAL-NOTE TO TJRN-DTL-NOTE
009600     WRITE TJRN-PRINT-RECORD FROM TJRN-DETAIL-LINE
009610     ADD 1 TO WS-LINE-COUNT
009620     .
009630 8100-EXIT.
009640     EXIT.
009650
009660*-------------------------------------------------------------------
009670* 8500-PRINT-TOTALS - the run's proof: transactions read, posted
009680* and rejected, then the debit and credit totals and the net
009690* movement applied to the master.
009700*-------------------------------------------------------------------
009710 8500-PRINT-TOTALS.
009720     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009730         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009740     END-IF
009750     MOVE WS-TRANS-READ-COUNT TO TJRN-TOT-READ
009760     MOVE WS-TRANS-POSTED-COUNT TO TJRN-TOT-POSTED
009770     MOVE WS-TRANS-REJECTED-COUNT TO TJRN-TOT-REJECTED
009780     MOVE WS-REVERSAL-COUNT TO TJRN-TOT-REVERSALS
009790     WRITE TJRN-PRINT-RECORD FROM TJRN-TOTAL-LINE
009800     MOVE WS-DEBIT-TOTAL TO TJRN-PRF-DEBITS
009810     MOVE WS-CREDIT-TOTAL TO TJRN-PRF-CREDITS
009820     MOVE WS-NET-TOTAL TO TJRN-PRF-NET
009830     WRITE TJRN-PRINT-RECORD FROM TJRN-PROOF-LINE
009840     .
009850 8500-EXIT.
009860     EXIT.
009870
009880*-------------------------------------------------------------------
009890* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
009900* and its return code on the shared run-control file. Nothing
009910* to stamp when the run was refused before its start was
009920* stamped.
009930* The shared file is re-read before stamping, so entries other
009940* programs (or sibling sweep partitions) wrote since start-up
009950* are carried forward, not overwritten from a stale copy.
009960*-------------------------------------------------------------------
009970 9800-RUN-CONTROL-END.
009980     IF NOT WS-RCTL-STAMPED
009990         GO TO 9800-EXIT
010000     END-IF
010010     ACCEPT WS-CURRENT-TIME FROM TIME
010020     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
010030         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
010040     MOVE ZERO TO WS-RCTL-COUNT
010050     OPEN INPUT RUN-CONTROL-FILE
010060     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
010070         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
010080             UNTIL NOT WS-RUNCTL-OK
010090         CLOSE RUN-CONTROL-FILE
010100     END-IF
010110     MOVE ZERO TO WS-RCTL-OWN-IX
010120     MOVE ZERO TO WS-RCTL-PRED-IX
010130     MOVE ZERO TO WS-RCTL-BLOCKER-IX
010140     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
010150         VARYING WS-RCTL-IX FROM 1 BY 1
010160         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
010170     IF WS-RCTL-OWN-IX = ZERO
010180         IF WS-RCTL-COUNT >= WS-RCTL-MAX
010190             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
010200             GO TO 9800-EXIT
010210         END-IF
010220         ADD 1 TO WS-RCTL-COUNT
010230         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
010240         MOVE WS-RCTL-OWN-PROGRAM
010250             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
010260         MOVE WS-RCTL-OWN-MASTER-FLAG
010270             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
010280     END-IF
010290     IF RETURN-CODE < 16
010300         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010310     ELSE
010320         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
010330     END-IF
010340     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
010350     MOVE WS-RUN-TIME-EDIT
010360         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
010370     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
010380     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
010390     .
010400 9800-EXIT.
010410     EXIT.
010420
010430*-------------------------------------------------------------------
010440* 9999-TERMINATE - single exit point for the run.
010450*-------------------------------------------------------------------
010460 9999-TERMINATE.
010470     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
010480     CLOSE POSTING-JOURNAL
010490     CLOSE REJECT-FILE
010500     CLOSE MONEY-TRANS-FILE
010510     CLOSE RECOVERY-JOURNAL
010520     CLOSE POSTED-HISTORY
010530     CLOSE POSTING-REF-FILE
010540     CLOSE ACCOUNT-MASTER
010550     STOP RUN.
010560 END PROGRAM TRANPOST.
