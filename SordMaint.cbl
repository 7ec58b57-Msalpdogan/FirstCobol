000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     STANDING-ORDER-MASTER file maintenance: apply a
000050*              batch of add/change/delete/suspend/resume
000060*              transactions to the indexed standing instruction
000070*              file (shared SORDREC copybook) - the account,
000080*              transaction code, amount, frequency, next due date
000090*              and end date of each customer's fixed payment or
000100*              regular deposit or withdrawal - print a maintenance
000110*              journal with before and after images, and file
000120*              rejected transactions for correction and
000130*              resubmission. The nightly generator (SORDGEN) turns
000140*              the instructions into MONTRAN transactions.
000150* Tectonics:   cobc
000160*-------------------------------------------------------------------
000170* Modification History
000180* Date       Init  Description
000190* ---------- ----  ------------------------------------------------
000200* 2026-10-15  MSA  New program: recurring payments and transfers
000210*                   were being keyed into MONTRAN by hand every
000220*                   cycle.
000230*******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    SORDMNT.
000260 AUTHOR.        MSALPDOGAN.
000270 INSTALLATION.  OPERATIONS.
000280 DATE-WRITTEN.  10/15/2026.
000290 DATE-COMPILED.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL STANDING-ORDER-MASTER ASSIGN TO "SORDMSTR"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS SORD-ID
000370         FILE STATUS IS WS-SORDMSTR-STATUS.
000380
000390     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS ACCT-ID
000430         FILE STATUS IS WS-ACCTMSTR-STATUS.
000440
000450     SELECT SORD-TRANS-FILE ASSIGN TO "SORDTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TRANS-STATUS.
000480
000490     SELECT SORD-JOURNAL ASSIGN TO "SORDJRNL"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510
000520     SELECT REJECT-FILE ASSIGN TO "SORDREJT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*-------------------------------------------------------------------
000580* STANDING-ORDER-MASTER - one standing instruction per record,
000590* keyed on instruction number, in the shared SORDREC layout.
000600* Created on the first run.
000610*-------------------------------------------------------------------
000620 FD  STANDING-ORDER-MASTER.
000630 COPY SORDREC.
000640
000650*-------------------------------------------------------------------
000660* ACCOUNT-MASTER - read by account ID to check the account an
000670* instruction is added for. Shared ACCTREC layout.
000680*-------------------------------------------------------------------
000690 FD  ACCOUNT-MASTER.
000700 COPY ACCTREC.
000710
000720*-------------------------------------------------------------------
000730* SORD-TRANS-FILE - one maintenance request per record, keyed on
000740* the instruction number:
000750*   A add - every field keyed
000760*   C change - amount, frequency, next due date and end date, each
000770*     only when keyed (an end date of zeros removes the end date);
000780*     the account and transaction code cannot be changed
000790*   D delete
000800*   S suspend - occurrences falling due are passed over, not made
000810*   R resume
000820*-------------------------------------------------------------------
000830 FD  SORD-TRANS-FILE.
000840 01  SORD-TRANS-RECORD.
000850     05  STRN-ACTION-CODE            PIC X(01).
000860         88  STRN-ADD                VALUE 'A'.
000870         88  STRN-CHANGE             VALUE 'C'.
000880         88  STRN-DELETE             VALUE 'D'.
000890         88  STRN-SUSPEND            VALUE 'S'.
000900         88  STRN-RESUME             VALUE 'R'.
000910     05  STRN-SORD-ID                PIC X(08).
000920     05  STRN-ACCT-ID                PIC X(07).
000930     05  STRN-TRAN-CODE              PIC X(03).
000940     05  STRN-AMOUNT                 PIC X(15).
000950     05  STRN-AMOUNT-NUM REDEFINES STRN-AMOUNT
000960                                     PIC 9(13)V9(2).
000970     05  STRN-FREQUENCY              PIC X(01).
000980     05  STRN-NEXT-DUE-DATE          PIC X(08).
000990     05  STRN-NEXT-DUE-NUM REDEFINES STRN-NEXT-DUE-DATE
001000                                     PIC 9(08).
001010     05  STRN-END-DATE               PIC X(08).
001020     05  STRN-END-NUM REDEFINES STRN-END-DATE
001030                                     PIC 9(08).
001040
001050*-------------------------------------------------------------------
001060* SORD-JOURNAL - headed print journal: one action line per
001070* transaction plus before/after images of every instruction
001080* touched, and the applied/rejected counts at end of run.
001090*-------------------------------------------------------------------
001100 FD  SORD-JOURNAL.
001110 01  JRNL-PRINT-RECORD  PIC X(160).
001120
001130*-------------------------------------------------------------------
001140* REJECT-FILE - the rejected transaction, image intact so the
001150* record can be corrected and resubmitted, plus the reason.
001160*-------------------------------------------------------------------
001170 FD  REJECT-FILE.
001180 01  REJECT-RECORD.
001190     05  REJ-TRANS-IMAGE             PIC X(51).
001200     05  FILLER                      PIC X(02).
001210     05  REJ-REASON                  PIC X(34).
001220
001230 WORKING-STORAGE SECTION.
001240*-------------------------------------------------------------------
001250* Print lines, kept in working storage so their VALUE clauses
001260* are honored (VALUE on FILE SECTION entries is commentary
001270* only), and written with WRITE ... FROM.
001280*-------------------------------------------------------------------
001290 01  JRNL-HEADING-LINE.
001300     05  FILLER                      PIC X(01) VALUE '1'.
001310     05  FILLER                      PIC X(35)
001320                 VALUE "STANDING ORDER MAINTENANCE JOURNAL".
001330     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001340     05  JRNL-HDR-DATE               PIC X(10).
001350     05  FILLER                      PIC X(10) VALUE SPACES.
001360     05  FILLER                      PIC X(05) VALUE "PAGE ".
001370     05  JRNL-HDR-PAGE               PIC ZZ9.
001380
001390 01  JRNL-ACTION-LINE.
001400     05  FILLER                      PIC X(01) VALUE SPACE.
001410     05  JRNL-ACT-VERB               PIC X(08).
001420     05  FILLER                      PIC X(02) VALUE SPACES.
001430     05  JRNL-ACT-SORD               PIC X(08).
001440     05  FILLER                      PIC X(02) VALUE SPACES.
001450     05  JRNL-ACT-RESULT             PIC X(40).
001460
001470 01  JRNL-IMAGE-LINE.
001480     05  FILLER                      PIC X(01) VALUE SPACE.
001490     05  FILLER                      PIC X(04) VALUE SPACES.
001500     05  JRNL-IMG-TAG                PIC X(08).
001510     05  FILLER                      PIC X(02) VALUE SPACES.
001520     05  JRNL-IMG-ACCT               PIC X(07).
001530     05  FILLER                      PIC X(02) VALUE SPACES.
001540     05  JRNL-IMG-TRAN-CODE          PIC X(03).
001550     05  JRNL-IMG-AMOUNT             PIC $(13)9.99.
001560     05  FILLER                      PIC X(02) VALUE SPACES.
001570     05  FILLER                      PIC X(05) VALUE "FREQ".
001580     05  JRNL-IMG-FREQUENCY          PIC X(01).
001590     05  FILLER                      PIC X(02) VALUE SPACES.
001600     05  FILLER                      PIC X(05) VALUE "NEXT".
001610     05  JRNL-IMG-NEXT-DUE           PIC 9999/99/99.
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  FILLER                      PIC X(04) VALUE "END".
001640     05  JRNL-IMG-END-DATE           PIC 9999/99/99.
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  FILLER                      PIC X(04) VALUE "DAY".
001670     05  JRNL-IMG-DUE-DAY            PIC Z9.
001680     05  FILLER                      PIC X(02) VALUE SPACES.
001690     05  FILLER                      PIC X(07) VALUE "STATUS".
001700     05  JRNL-IMG-STATUS             PIC X(01).
001710
001720 01  JRNL-TOTAL-LINE.
001730     05  FILLER                      PIC X(01) VALUE SPACE.
001740     05  FILLER                      PIC X(14)
001750                                      VALUE "TRANSACTIONS".
001760     05  JRNL-TOT-READ               PIC ZZZZ9.
001770     05  FILLER                      PIC X(10)
001780                                      VALUE "  APPLIED".
001790     05  JRNL-TOT-APPLIED            PIC ZZZZ9.
001800     05  FILLER                      PIC X(11)
001810                                      VALUE "  REJECTED".
001820     05  JRNL-TOT-REJECTED           PIC ZZZZ9.
001830
001840 01  WS-SORDMSTR-STATUS              PIC X(02).
001850     88  WS-SORDMSTR-OK              VALUE '00'.
001860     88  WS-SORDMSTR-CREATED         VALUE '05'.
001870
001880 01  WS-ACCTMSTR-STATUS              PIC X(02).
001890     88  WS-ACCTMSTR-OK              VALUE '00'.
001900
001910 01  WS-TRANS-STATUS                 PIC X(02).
001920     88  WS-TRANS-OK                 VALUE '00'.
001930     88  WS-TRANS-EOF                VALUE '10'.
001940     88  WS-TRANS-NOT-FOUND          VALUE '35'.
001950
001960*-------------------------------------------------------------------
001970* Run counters.
001980*-------------------------------------------------------------------
001990 01  WS-TRANS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
002000 01  WS-TRANS-APPLIED-COUNT          PIC 9(05) COMP VALUE ZERO.
002010 01  WS-TRANS-REJECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002020
002030 01  WS-REJECT-REASON                PIC X(34).
002040
002050*-------------------------------------------------------------------
002060* Change check: the next due and end dates the instruction will
002070* carry once the change is applied.
002080*-------------------------------------------------------------------
002090 01  WS-CHECK-NEXT-DUE               PIC 9(08).
002100 01  WS-CHECK-END-DATE               PIC 9(08).
002110
002120*-------------------------------------------------------------------
002130* Date edit: the date in WS-EDIT-DATE is checked for a real
002140* calendar date, the month's last day worked out for the month
002150* and year in hand.
002160*-------------------------------------------------------------------
002170 01  WS-EDIT-DATE                    PIC 9(08).
002180 01  WS-EDIT-DATE-GROUP REDEFINES WS-EDIT-DATE.
002190     05  WS-EDIT-YYYY                PIC 9(04).
002200     05  WS-EDIT-MM                  PIC 9(02).
002210     05  WS-EDIT-DD                  PIC 9(02).
002220 01  WS-MONTH-END-DAY                PIC 9(02).
002230 01  WS-LEAP-QUOTIENT                PIC 9(04).
002240 01  WS-LEAP-REMAINDER               PIC 9(04).
002250 01  WS-DATE-SWITCH                  PIC X(01).
002260     88  WS-DATE-VALID               VALUE 'Y'.
002270     88  WS-DATE-INVALID             VALUE 'N'.
002280
002290*-------------------------------------------------------------------
002300* Print-journal pagination fields.
002310*-------------------------------------------------------------------
002320 01  WS-CURRENT-DATE                 PIC 9(08).
002330 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
002340     05  WS-DATE-YYYY                PIC 9(04).
002350     05  WS-DATE-MM                  PIC 9(02).
002360     05  WS-DATE-DD                  PIC 9(02).
002370 01  WS-REPORT-DATE                  PIC X(10).
002380
002390 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
002400 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
002410 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
002420
002430 PROCEDURE DIVISION.
002440*-------------------------------------------------------------------
002450* 0000-MAINLINE - apply every maintenance transaction to the
002460* standing order file, then print the applied/rejected counts.
002470*-------------------------------------------------------------------
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002500     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002510         UNTIL WS-TRANS-EOF
002520     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
002530     GO TO 9999-TERMINATE.
002540
002550*-------------------------------------------------------------------
002560* 1000-INITIALIZE - open the files and prime the first
002570* transaction. The standing order file is opened I-O, and is
002580* created empty the first time it is maintained.
002590*-------------------------------------------------------------------
002600 1000-INITIALIZE.
002610     OPEN OUTPUT SORD-JOURNAL
002620     OPEN OUTPUT REJECT-FILE
002630     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002640     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
002650         DELIMITED BY SIZE INTO WS-REPORT-DATE
002660     OPEN INPUT SORD-TRANS-FILE
002670     IF WS-TRANS-NOT-FOUND
002680         DISPLAY "SORD-TRANS-FILE EMPTY OR MISSING - RUN TERM"
002690             "INATED"
002700         MOVE 16 TO RETURN-CODE
002710         GO TO 9999-TERMINATE
002720     END-IF
002730     OPEN INPUT ACCOUNT-MASTER
002740     IF NOT WS-ACCTMSTR-OK
002750         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
002760             "ATED"
002770         MOVE 16 TO RETURN-CODE
002780         GO TO 9999-TERMINATE
002790     END-IF
002800     OPEN I-O STANDING-ORDER-MASTER
002810     IF NOT WS-SORDMSTR-OK AND NOT WS-SORDMSTR-CREATED
002820         DISPLAY "STANDING-ORDER-MASTER WILL NOT OPEN - RUN TER"
002830             "MINATED"
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 9999-TERMINATE
002860     END-IF
002870     READ SORD-TRANS-FILE
002880         AT END
002890             CONTINUE
002900     END-READ
002910     .
002920 1000-EXIT.
002930     EXIT.
002940
002950*-------------------------------------------------------------------
002960* 2000-PROCESS-TRANSACTION - route one transaction by its action
002970* code, then read the next. Anything that cannot be applied goes
002980* to the reject file with a reason, and the run carries on.
002990*-------------------------------------------------------------------
003000 2000-PROCESS-TRANSACTION.
003010     ADD 1 TO WS-TRANS-READ-COUNT
003020     MOVE SPACES TO WS-REJECT-REASON
003030     EVALUATE TRUE
003040         WHEN STRN-ADD
003050             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003060         WHEN STRN-CHANGE
003070             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
003080         WHEN STRN-DELETE
003090             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
003100         WHEN STRN-SUSPEND
003110             PERFORM 3300-APPLY-SUSPEND THRU 3300-EXIT
003120         WHEN STRN-RESUME
003130             PERFORM 3400-APPLY-RESUME THRU 3400-EXIT
003140         WHEN OTHER
003150             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
003160             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003170     END-EVALUATE
003180     READ SORD-TRANS-FILE
003190         AT END
003200             CONTINUE
003210     END-READ
003220     .
003230 2000-EXIT.
003240     EXIT.
003250
003260*-------------------------------------------------------------------
003270* 3000-APPLY-ADD - a duplicate add, or one that fails the edits,
003280* is rejected; otherwise the instruction is written active, its
003290* due day taken from the first due date.
003300*-------------------------------------------------------------------
003310 3000-APPLY-ADD.
003320     IF STRN-SORD-ID = SPACES
003330         MOVE "INSTRUCTION NUMBER MISSING" TO WS-REJECT-REASON
003340         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003350         GO TO 3000-EXIT
003360     END-IF
003370     MOVE STRN-SORD-ID TO SORD-ID
003380     READ STANDING-ORDER-MASTER
003390         INVALID KEY
003400             CONTINUE
003410     END-READ
003420     IF WS-SORDMSTR-OK
003430         MOVE "DUPLICATE ADD - INSTRUCTION EXISTS"
003440             TO WS-REJECT-REASON
003450         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003460         GO TO 3000-EXIT
003470     END-IF
003480     PERFORM 3010-EDIT-ACCOUNT THRU 3010-EXIT
003490     IF WS-REJECT-REASON = SPACES
003500         PERFORM 3150-EDIT-SCHEDULE THRU 3150-EXIT
003510     END-IF
003520     IF WS-REJECT-REASON = SPACES
003530         AND (STRN-AMOUNT = SPACES OR STRN-FREQUENCY = SPACE
003540         OR STRN-NEXT-DUE-DATE = SPACES)
003550         MOVE "ADD - AMOUNT/FREQUENCY/DUE MISSING"
003560             TO WS-REJECT-REASON
003570     END-IF
003580     IF WS-REJECT-REASON NOT = SPACES
003590         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003600         GO TO 3000-EXIT
003610     END-IF
003620     MOVE SPACES TO SORD-MASTER-RECORD
003630     MOVE STRN-SORD-ID TO SORD-ID
003640     MOVE STRN-ACCT-ID TO SORD-ACCT-ID
003650     MOVE STRN-TRAN-CODE TO SORD-TRAN-CODE
003660     MOVE ZERO TO SORD-END-DATE
003670     MOVE ZERO TO SORD-LAST-DUE-DATE
003680     MOVE ZERO TO SORD-GENERATED-COUNT
003690     SET SORD-ACTIVE TO TRUE
003700     PERFORM 3160-MOVE-SCHEDULE THRU 3160-EXIT
003710     MOVE WS-REPORT-DATE TO SORD-ADDED-DATE
003720     WRITE SORD-MASTER-RECORD
003730         INVALID KEY
003740             MOVE "ADD - INSTRUCTION WRITE FAILED"
003750                 TO WS-REJECT-REASON
003760             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003770             GO TO 3000-EXIT
003780     END-WRITE
003790     ADD 1 TO WS-TRANS-APPLIED-COUNT
003800     MOVE "ADD" TO JRNL-ACT-VERB
003810     MOVE "APPLIED" TO JRNL-ACT-RESULT
003820     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
003830     MOVE "AFTER" TO JRNL-IMG-TAG
003840     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
003850     .
003860 3000-EXIT.
003870     EXIT.
003880
003890*-------------------------------------------------------------------
003900* 3010-EDIT-ACCOUNT - the account must be on the master and not
003910* closed, and the transaction code must suit it: a payment (PMT)
003920* only to a loan, a deposit (DEP) or withdrawal (WDR) only to a
003930* deposit account.
003940*-------------------------------------------------------------------
003950 3010-EDIT-ACCOUNT.
003960     IF STRN-TRAN-CODE NOT = "DEP" AND NOT = "WDR"
003970         AND NOT = "PMT"
003980         MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
003990         GO TO 3010-EXIT
004000     END-IF
004010     MOVE STRN-ACCT-ID TO ACCT-ID
004020     READ ACCOUNT-MASTER
004030         INVALID KEY
004040             MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
004050             GO TO 3010-EXIT
004060     END-READ
004070     IF ACCT-CLOSED
004080         MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
004090         GO TO 3010-EXIT
004100     END-IF
004110     IF STRN-TRAN-CODE = "PMT" AND ACCT-PRODUCT-CODE NOT = "LOAN"
004120         MOVE "PAYMENT TO A NON-LOAN ACCOUNT" TO WS-REJECT-REASON
004130         GO TO 3010-EXIT
004140     END-IF
004150     IF STRN-TRAN-CODE NOT = "PMT" AND ACCT-PRODUCT-CODE = "LOAN"
004160         MOVE "DEP/WDR NOT ALLOWED ON A LOAN" TO WS-REJECT-REASON
004170     END-IF
004180     .
004190 3010-EXIT.
004200     EXIT.
004210
004220*-------------------------------------------------------------------
004230* 3100-APPLY-CHANGE - a change to a missing or expired
004240* instruction, one that tries to move it to another account or
004250* transaction code, or one that fails the edits is rejected;
004260* otherwise the fields keyed replace those on file, journaled
004270* before and after.
004280*-------------------------------------------------------------------
004290 3100-APPLY-CHANGE.
004300     MOVE STRN-SORD-ID TO SORD-ID
004310     READ STANDING-ORDER-MASTER
004320         INVALID KEY
004330             MOVE "CHANGE - INSTRUCTION NOT ON FILE"
004340                 TO WS-REJECT-REASON
004350             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
004360             GO TO 3100-EXIT
004370     END-READ
004380     IF SORD-EXPIRED
004390         MOVE "CHANGE - INSTRUCTION EXPIRED" TO WS-REJECT-REASON
004400         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
004410         GO TO 3100-EXIT
004420     END-IF
004430     IF (STRN-ACCT-ID NOT = SPACES
004440         AND STRN-ACCT-ID NOT = SORD-ACCT-ID)
004450         OR (STRN-TRAN-CODE NOT = SPACES
004460         AND STRN-TRAN-CODE NOT = SORD-TRAN-CODE)
004470         MOVE "ACCOUNT/CODE CHANGE - DELETE, ADD"
004480             TO WS-REJECT-REASON
004490         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
004500         GO TO 3100-EXIT
004510     END-IF
004520     PERFORM 3150-EDIT-SCHEDULE THRU 3150-EXIT
004530     IF WS-REJECT-REASON = SPACES
004540         MOVE SORD-NEXT-DUE-DATE TO WS-CHECK-NEXT-DUE
004550         MOVE SORD-END-DATE TO WS-CHECK-END-DATE
004560         IF STRN-NEXT-DUE-DATE NOT = SPACES
004570             MOVE STRN-NEXT-DUE-NUM TO WS-CHECK-NEXT-DUE
004580         END-IF
004590         IF STRN-END-DATE NOT = SPACES
004600             MOVE STRN-END-NUM TO WS-CHECK-END-DATE
004610         END-IF
004620         IF WS-CHECK-END-DATE NOT = ZERO
004630             AND WS-CHECK-END-DATE < WS-CHECK-NEXT-DUE
004640             MOVE "END DATE BEFORE NEXT DUE DATE"
004650                 TO WS-REJECT-REASON
004660         END-IF
004670     END-IF
004680     IF WS-REJECT-REASON NOT = SPACES
004690         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
004700         GO TO 3100-EXIT
004710     END-IF
004720     MOVE "CHANGE" TO JRNL-ACT-VERB
004730     MOVE "APPLIED" TO JRNL-ACT-RESULT
004740     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
004750     MOVE "BEFORE" TO JRNL-IMG-TAG
004760     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
004770     PERFORM 3160-MOVE-SCHEDULE THRU 3160-EXIT
004780     REWRITE SORD-MASTER-RECORD
004790     ADD 1 TO WS-TRANS-APPLIED-COUNT
004800     MOVE "AFTER" TO JRNL-IMG-TAG
004810     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
004820     .
004830 3100-EXIT.
004840     EXIT.
004850
004860*-------------------------------------------------------------------
004870* 3150-EDIT-SCHEDULE - each schedule field keyed must be good: an
004880* amount above zero, a known frequency, a next due date that is a
004890* real date not before today, and an end date that is zeros or a
004900* real date not before the next due date. Leaves the reject
004910* reason blank when the fields pass.
004920*-------------------------------------------------------------------
004930 3150-EDIT-SCHEDULE.
004940     IF STRN-AMOUNT NOT = SPACES
004950         IF STRN-AMOUNT-NUM NOT NUMERIC
004960             MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
004970             GO TO 3150-EXIT
004980         END-IF
004990         IF STRN-AMOUNT-NUM = ZERO
005000             MOVE "AMOUNT NOT POSITIVE" TO WS-REJECT-REASON
005010             GO TO 3150-EXIT
005020         END-IF
005030     END-IF
005040     IF STRN-FREQUENCY NOT = SPACE
005050         AND STRN-FREQUENCY NOT = 'W' AND NOT = 'B' AND NOT = 'M'
005060         AND NOT = 'Q' AND NOT = 'A'
005070         MOVE "INVALID FREQUENCY" TO WS-REJECT-REASON
005080         GO TO 3150-EXIT
005090     END-IF
005100     IF STRN-NEXT-DUE-DATE NOT = SPACES
005110         IF STRN-NEXT-DUE-NUM NOT NUMERIC
005120             MOVE "NEXT DUE DATE INVALID" TO WS-REJECT-REASON
005130             GO TO 3150-EXIT
005140         END-IF
005150         MOVE STRN-NEXT-DUE-NUM TO WS-EDIT-DATE
005160         PERFORM 7600-EDIT-DATE THRU 7600-EXIT
005170         IF WS-DATE-INVALID
005180             MOVE "NEXT DUE DATE INVALID" TO WS-REJECT-REASON
005190             GO TO 3150-EXIT
005200         END-IF
005210         IF STRN-NEXT-DUE-NUM < WS-CURRENT-DATE
005220             MOVE "NEXT DUE DATE IN THE PAST" TO WS-REJECT-REASON
005230             GO TO 3150-EXIT
005240         END-IF
005250     END-IF
005260     IF STRN-END-DATE NOT = SPACES
005270         IF STRN-END-NUM NOT NUMERIC
005280             MOVE "END DATE INVALID" TO WS-REJECT-REASON
005290             GO TO 3150-EXIT
005300         END-IF
005310         IF STRN-END-NUM NOT = ZERO
005320             MOVE STRN-END-NUM TO WS-EDIT-DATE
005330             PERFORM 7600-EDIT-DATE THRU 7600-EXIT
005340             IF WS-DATE-INVALID
005350                 MOVE "END DATE INVALID" TO WS-REJECT-REASON
005360                 GO TO 3150-EXIT
005370             END-IF
005380             IF STRN-NEXT-DUE-DATE NOT = SPACES
005390                 AND STRN-END-NUM < STRN-NEXT-DUE-NUM
005400                 MOVE "END DATE BEFORE NEXT DUE DATE"
005410                     TO WS-REJECT-REASON
005420             END-IF
005430         END-IF
005440     END-IF
005450     .
005460 3150-EXIT.
005470     EXIT.
005480
005490*-------------------------------------------------------------------
005500* 3160-MOVE-SCHEDULE - the schedule fields keyed onto the
005510* instruction. A new next due date also sets the day of the month
005520* the instruction falls on from then on.
005530*-------------------------------------------------------------------
005540 3160-MOVE-SCHEDULE.
005550     IF STRN-AMOUNT NOT = SPACES
005560         MOVE STRN-AMOUNT-NUM TO SORD-AMOUNT
005570     END-IF
005580     IF STRN-FREQUENCY NOT = SPACE
005590         MOVE STRN-FREQUENCY TO SORD-FREQUENCY
005600     END-IF
005610     IF STRN-NEXT-DUE-DATE NOT = SPACES
005620         MOVE STRN-NEXT-DUE-NUM TO SORD-NEXT-DUE-DATE
005630         MOVE STRN-NEXT-DUE-NUM TO WS-EDIT-DATE
005640         MOVE WS-EDIT-DD TO SORD-DUE-DAY
005650     END-IF
005660     IF STRN-END-DATE NOT = SPACES
005670         MOVE STRN-END-NUM TO SORD-END-DATE
005680     END-IF
005690     .
005700 3160-EXIT.
005710     EXIT.
005720
005730*-------------------------------------------------------------------
005740* 3200-APPLY-DELETE - a delete of a missing instruction is
005750* rejected; otherwise the record's last image is journaled and
005760* the record deleted.
005770*-------------------------------------------------------------------
005780 3200-APPLY-DELETE.
005790     MOVE STRN-SORD-ID TO SORD-ID
005800     READ STANDING-ORDER-MASTER
005810         INVALID KEY
005820             MOVE "DELETE - INSTRUCTION NOT ON FILE"
005830                 TO WS-REJECT-REASON
005840             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
005850             GO TO 3200-EXIT
005860     END-READ
005870     MOVE "DELETE" TO JRNL-ACT-VERB
005880     MOVE "APPLIED" TO JRNL-ACT-RESULT
005890     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
005900     MOVE "BEFORE" TO JRNL-IMG-TAG
005910     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
005920     DELETE STANDING-ORDER-MASTER
005930     ADD 1 TO WS-TRANS-APPLIED-COUNT
005940     .
005950 3200-EXIT.
005960     EXIT.
005970
005980*-------------------------------------------------------------------
005990* 3300-APPLY-SUSPEND - an active instruction is suspended: the
006000* generator passes over its occurrences, keeping the next due
006010* date moving, until it is resumed.
006020*-------------------------------------------------------------------
006030 3300-APPLY-SUSPEND.
006040     MOVE STRN-SORD-ID TO SORD-ID
006050     READ STANDING-ORDER-MASTER
006060         INVALID KEY
006070             MOVE "SUSPEND - INSTRUCTION NOT ON FILE"
006080                 TO WS-REJECT-REASON
006090             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006100             GO TO 3300-EXIT
006110     END-READ
006120     IF NOT SORD-ACTIVE
006130         MOVE "SUSPEND - INSTRUCTION NOT ACTIVE"
006140             TO WS-REJECT-REASON
006150         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006160         GO TO 3300-EXIT
006170     END-IF
006180     MOVE "SUSPEND" TO JRNL-ACT-VERB
006190     MOVE "APPLIED" TO JRNL-ACT-RESULT
006200     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
006210     MOVE "BEFORE" TO JRNL-IMG-TAG
006220     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
006230     SET SORD-SUSPENDED TO TRUE
006240     REWRITE SORD-MASTER-RECORD
006250     ADD 1 TO WS-TRANS-APPLIED-COUNT
006260     MOVE "AFTER" TO JRNL-IMG-TAG
006270     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
006280     .
006290 3300-EXIT.
006300     EXIT.
006310
006320*-------------------------------------------------------------------
006330* 3400-APPLY-RESUME - a suspended instruction is made active
006340* again from its next due date.
006350*-------------------------------------------------------------------
006360 3400-APPLY-RESUME.
006370     MOVE STRN-SORD-ID TO SORD-ID
006380     READ STANDING-ORDER-MASTER
006390         INVALID KEY
006400             MOVE "RESUME - INSTRUCTION NOT ON FILE"
006410                 TO WS-REJECT-REASON
006420             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006430             GO TO 3400-EXIT
006440     END-READ
006450     IF NOT SORD-SUSPENDED
006460         MOVE "RESUME - INSTRUCTION NOT SUSPENDED"
006470             TO WS-REJECT-REASON
006480         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
006490         GO TO 3400-EXIT
006500     END-IF
006510     MOVE "RESUME" TO JRNL-ACT-VERB
006520     MOVE "APPLIED" TO JRNL-ACT-RESULT
006530     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
006540     MOVE "BEFORE" TO JRNL-IMG-TAG
006550     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
006560     SET SORD-ACTIVE TO TRUE
006570     REWRITE SORD-MASTER-RECORD
006580     ADD 1 TO WS-TRANS-APPLIED-COUNT
006590     MOVE "AFTER" TO JRNL-IMG-TAG
006600     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
006610     .
006620 3400-EXIT.
006630     EXIT.
006640
006650*-------------------------------------------------------------------
006660* 7000-REJECT-TRANSACTION - file the transaction image and reason
006670* on the reject file for correction and resubmission, and journal
006680* the rejection.
006690*-------------------------------------------------------------------
006700 7000-REJECT-TRANSACTION.
006710     ADD 1 TO WS-TRANS-REJECTED-COUNT
006720     MOVE SPACES TO REJECT-RECORD
006730     MOVE SORD-TRANS-RECORD TO REJ-TRANS-IMAGE
006740     MOVE WS-REJECT-REASON TO REJ-REASON
006750     WRITE REJECT-RECORD
006760     MOVE "REJECT" TO JRNL-ACT-VERB
006770     MOVE WS-REJECT-REASON TO JRNL-ACT-RESULT
006780     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
006790     .
006800 7000-EXIT.
006810     EXIT.
006820
006830*-------------------------------------------------------------------
006840* 7600-EDIT-DATE - WS-EDIT-DATE is a real calendar date: a month
006850* of the year and a day within that month, February's length
006860* following the leap year rule.
006870*-------------------------------------------------------------------
006880 7600-EDIT-DATE.
006890     SET WS-DATE-INVALID TO TRUE
006900     IF WS-EDIT-YYYY < 1990 OR WS-EDIT-YYYY > 2099
006910         GO TO 7600-EXIT
006920     END-IF
006930     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
006940         GO TO 7600-EXIT
006950     END-IF
006960     EVALUATE WS-EDIT-MM
006970         WHEN 4
006980         WHEN 6
006990         WHEN 9
007000         WHEN 11
007010             MOVE 30 TO WS-MONTH-END-DAY
007020         WHEN 2
007030             MOVE 28 TO WS-MONTH-END-DAY
007040             DIVIDE WS-EDIT-YYYY BY 4
007050                 GIVING WS-LEAP-QUOTIENT
007060                 REMAINDER WS-LEAP-REMAINDER
007070             IF WS-LEAP-REMAINDER = ZERO
007080                 MOVE 29 TO WS-MONTH-END-DAY
007090             END-IF
007100             DIVIDE WS-EDIT-YYYY BY 100
007110                 GIVING WS-LEAP-QUOTIENT
007120                 REMAINDER WS-LEAP-REMAINDER
007130             IF WS-LEAP-REMAINDER = ZERO
007140                 MOVE 28 TO WS-MONTH-END-DAY
007150                 DIVIDE WS-EDIT-YYYY BY 400
007160                     GIVING WS-LEAP-QUOTIENT
007170                     REMAINDER WS-LEAP-REMAINDER
007180                 IF WS-LEAP-REMAINDER = ZERO
007190                     MOVE 29 TO WS-MONTH-END-DAY
007200                 END-IF
007210             END-IF
007220         WHEN OTHER
007230             MOVE 31 TO WS-MONTH-END-DAY
007240     END-EVALUATE
007250     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-END-DAY
007260         GO TO 7600-EXIT
007270     END-IF
007280     SET WS-DATE-VALID TO TRUE
007290     .
007300 7600-EXIT.
007310     EXIT.
007320
007330*-------------------------------------------------------------------
007340* 8000-PRINT-HEADINGS - journal header, printed at the top of
007350* every page.
007360*-------------------------------------------------------------------
007370 8000-PRINT-HEADINGS.
007380     ADD 1 TO WS-PAGE-NUMBER
007390     MOVE WS-REPORT-DATE TO JRNL-HDR-DATE
007400     MOVE WS-PAGE-NUMBER TO JRNL-HDR-PAGE
007410     WRITE JRNL-PRINT-RECORD FROM JRNL-HEADING-LINE
007420     MOVE ZERO TO WS-LINE-COUNT
007430     .
007440 8000-EXIT.
007450     EXIT.
007460
007470*-------------------------------------------------------------------
007480* 8100-PRINT-ACTION - one action line naming the transaction, the
007490* instruction and what became of it, paging when the page is
007500* full.
007510*-------------------------------------------------------------------
007520 8100-PRINT-ACTION.
007530     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007540         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
007550     END-IF
007560     MOVE STRN-SORD-ID TO JRNL-ACT-SORD
007570     WRITE JRNL-PRINT-RECORD FROM JRNL-ACTION-LINE
007580     ADD 1 TO WS-LINE-COUNT
007590     .
007600 8100-EXIT.
007610     EXIT.
007620
007630*-------------------------------------------------------------------
007640* 8200-PRINT-IMAGE - a before or after image of the instruction
007650* currently in the record area.
007660*-------------------------------------------------------------------
007670 8200-PRINT-IMAGE.
007680     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007690         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
007700     END-IF
007710     MOVE SORD-ACCT-ID TO JRNL-IMG-ACCT
007720     MOVE SORD-TRAN-CODE TO JRNL-IMG-TRAN-CODE
007730     MOVE SORD-AMOUNT TO JRNL-IMG-AMOUNT
007740     MOVE SORD-FREQUENCY TO JRNL-IMG-FREQUENCY
007750     MOVE SORD-NEXT-DUE-DATE TO JRNL-IMG-NEXT-DUE
007760     MOVE SORD-END-DATE TO JRNL-IMG-END-DATE
007770     MOVE SORD-DUE-DAY TO JRNL-IMG-DUE-DAY
007780     MOVE SORD-STATUS TO JRNL-IMG-STATUS
007790     WRITE JRNL-PRINT-RECORD FROM JRNL-IMAGE-LINE
007800     ADD 1 TO WS-LINE-COUNT
007810     .
007820 8200-EXIT.
007830     EXIT.
007840
007850*-------------------------------------------------------------------
007860* 8500-PRINT-TOTALS - the run's proof counts: transactions read,
007870* applied and rejected.
007880*-------------------------------------------------------------------
007890 8500-PRINT-TOTALS.
007900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007910         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
007920     END-IF
007930     MOVE WS-TRANS-READ-COUNT TO JRNL-TOT-READ
007940     MOVE WS-TRANS-APPLIED-COUNT TO JRNL-TOT-APPLIED
007950     MOVE WS-TRANS-REJECTED-COUNT TO JRNL-TOT-REJECTED
007960     WRITE JRNL-PRINT-RECORD FROM JRNL-TOTAL-LINE
007970     .
007980 8500-EXIT.
007990     EXIT.
008000
008010*-------------------------------------------------------------------
008020* 9999-TERMINATE - single exit point for the run.
008030*-------------------------------------------------------------------
008040 9999-TERMINATE.
008050     CLOSE SORD-JOURNAL
008060     CLOSE REJECT-FILE
008070     CLOSE SORD-TRANS-FILE
008080     CLOSE ACCOUNT-MASTER
008090     CLOSE STANDING-ORDER-MASTER
008100     STOP RUN.
008110 END PROGRAM SORDMNT.
