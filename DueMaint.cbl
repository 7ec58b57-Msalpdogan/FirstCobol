000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     LOAN-DUE-SCHEDULE maintenance: apply a batch of
000050*              add/change/delete transactions to the payment-due
000060*              schedule the delinquency run (DELINQ) ages, one
000070*              installment per transaction, keyed on the loan
000080*              account and due date. The account is checked
000090*              against the ACCOUNT-MASTER (on file, a LOAN
000100*              product, and not closed for an add), the due date
000110*              validated as a real calendar date, the amount
000120*              range-checked, duplicate account/date entries
000130*              rejected, and every installment touched journaled
000140*              before and after. An installment DELINQ has applied
000150*              payments to cannot be deleted or cut below what was
000160*              paid. The schedule is rewritten to DUENEW in
000170*              account and due-date order with the batch applied;
000180*              operations swaps it in for LOANDUE ahead of DELINQ,
000190*              the same as RATEMNT's rate table rewrite.
000200* Tectonics:   cobc
000210*-------------------------------------------------------------------
000220* Modification History
000230* Date       Init  Description
000240* ---------- ----  ------------------------------------------------
000250* 2026-10-15  MSA  New program, in the mold of RATEMNT: a new
000260*                   loan's installments had no way onto the
000270*                   schedule, so it was never aged.
000280*******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    DUEMNT.
000310 AUTHOR.        MSALPDOGAN.
000320 INSTALLATION.  OPERATIONS.
000330 DATE-WRITTEN.  10/15/2026.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS ACCT-ID
000420         FILE STATUS IS WS-ACCTMSTR-STATUS.
000430
000440     SELECT DUE-SCHEDULE-FILE ASSIGN TO "LOANDUE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-LOANDUE-STATUS.
000470
000480     SELECT DUE-NEW-FILE ASSIGN TO "DUENEW"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500
000510     SELECT DUE-SORT-FILE ASSIGN TO "DUESWK".
000520
000530     SELECT DUE-TRANS-FILE ASSIGN TO "DUETRAN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-TRANS-STATUS.
000560
000570     SELECT DUE-JOURNAL ASSIGN TO "DUEJRNL"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600     SELECT REJECT-FILE ASSIGN TO "DUEREJT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650*-------------------------------------------------------------------
000660* ACCOUNT-MASTER - read-only here: the account on a schedule
000670* transaction must be a LOAN account on the master. Record layout
000680* is the shared ACCTREC copybook.
000690*-------------------------------------------------------------------
000700 FD  ACCOUNT-MASTER.
000710 COPY ACCTREC.
000720
000730*-------------------------------------------------------------------
000740* DUE-SCHEDULE-FILE - the payment-due schedule as it stands, one
000750* record per installment in account and due-date order, in the
000760* shared DUEREC layout.
000770*-------------------------------------------------------------------
000780 FD  DUE-SCHEDULE-FILE.
000790 COPY DUEREC.
000800
000810*-------------------------------------------------------------------
000820* DUE-NEW-FILE - the schedule rewritten with this batch applied,
000830* back in account and due-date order; operations swaps it in for
000840* LOANDUE.
000850*-------------------------------------------------------------------
000860 FD  DUE-NEW-FILE.
000870 01  DUE-NEW-RECORD                  PIC X(63).
000880
000890*-------------------------------------------------------------------
000900* DUE-SORT-FILE - the standing installments and the new ones, put
000910* back into account and due-date order on the way to DUENEW.
000920*-------------------------------------------------------------------
000930 SD  DUE-SORT-FILE.
000940 01  DSRT-RECORD.
000950     05  DSRT-ACCT-ID                PIC X(07).
000960     05  FILLER                      PIC X(01).
000970     05  DSRT-DUE-DATE               PIC 9(08).
000980     05  FILLER                      PIC X(47).
000990
001000*-------------------------------------------------------------------
001010* DUE-TRANS-FILE - one maintenance request per record: A (add),
001020* C (change of the amount due) or D (delete), keyed on the loan
001030* account plus the due date, carrying the amount for adds and
001040* changes.
001050*-------------------------------------------------------------------
001060 FD  DUE-TRANS-FILE.
001070 01  DUE-TRANS-RECORD.
001080     05  DTRN-ACTION-CODE            PIC X(01).
001090         88  DTRN-ADD                VALUE 'A'.
001100         88  DTRN-CHANGE             VALUE 'C'.
001110         88  DTRN-DELETE             VALUE 'D'.
001120     05  DTRN-ACCT-ID                PIC X(07).
001130     05  DTRN-DUE-DATE               PIC 9(08).
001140     05  DTRN-AMOUNT                 PIC S9(13)V9(2)
001150                                      SIGN LEADING SEPARATE.
001160
001170*-------------------------------------------------------------------
001180* DUE-JOURNAL - headed print journal: one action line per
001190* transaction plus before/after images of every installment
001200* touched, and the applied/rejected counts at end of run.
001210*-------------------------------------------------------------------
001220 FD  DUE-JOURNAL.
001230 01  DJNL-PRINT-RECORD  PIC X(160).
001240
001250*-------------------------------------------------------------------
001260* REJECT-FILE - the rejected transaction, image intact so the
001270* record can be corrected and resubmitted, plus the reason.
001280*-------------------------------------------------------------------
001290 FD  REJECT-FILE.
001300 01  REJECT-RECORD.
001310     05  REJ-TRANS-IMAGE             PIC X(32).
001320     05  FILLER                      PIC X(02) VALUE SPACES.
001330     05  REJ-REASON                  PIC X(34).
001340
001350 WORKING-STORAGE SECTION.
001360*-------------------------------------------------------------------
001370* Print lines, kept in working storage so their VALUE clauses
001380* are honored (VALUE on FILE SECTION entries is commentary
001390* only), and written with WRITE ... FROM.
001400*-------------------------------------------------------------------
001410 01  DJNL-HEADING-LINE.
001420     05  FILLER                      PIC X(01) VALUE '1'.
001430     05  FILLER                      PIC X(34)
001440                         VALUE "LOAN DUE SCHEDULE MAINTENANCE".
001450     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001460     05  DJNL-HDR-DATE               PIC X(10).
001470     05  FILLER                      PIC X(10) VALUE SPACES.
001480     05  FILLER                      PIC X(05) VALUE "PAGE ".
001490     05  DJNL-HDR-PAGE               PIC ZZ9.
001500
001510 01  DJNL-ACTION-LINE.
001520     05  FILLER                      PIC X(01) VALUE SPACE.
001530     05  DJNL-ACT-VERB               PIC X(08).
001540     05  FILLER                      PIC X(02) VALUE SPACES.
001550     05  DJNL-ACT-ACCT               PIC X(07).
001560     05  FILLER                      PIC X(02) VALUE SPACES.
001570     05  DJNL-ACT-DATE               PIC 9(08).
001580     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  DJNL-ACT-RESULT             PIC X(40).
001600
001610 01  DJNL-IMAGE-LINE.
001620     05  FILLER                      PIC X(01) VALUE SPACE.
001630     05  FILLER                      PIC X(04) VALUE SPACES.
001640     05  DJNL-IMG-TAG                PIC X(08).
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  DJNL-IMG-ACCT               PIC X(07).
001670     05  FILLER                      PIC X(02) VALUE SPACES.
001680     05  DJNL-IMG-DATE               PIC 9(08).
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  FILLER                      PIC X(05) VALUE "DUE: ".
001710     05  DJNL-IMG-AMOUNT             PIC $(13)9.99CR.
001720     05  FILLER                      PIC X(02) VALUE SPACES.
001730     05  FILLER                      PIC X(06) VALUE "PAID: ".
001740     05  DJNL-IMG-PAID               PIC $(13)9.99CR.
001750
001760 01  DJNL-TOTAL-LINE.
001770     05  FILLER                      PIC X(01) VALUE SPACE.
001780     05  FILLER                      PIC X(14)
001790                                      VALUE "TRANSACTIONS".
001800     05  DJNL-TOT-READ               PIC ZZZZ9.
001810     05  FILLER                      PIC X(10)
001820                                      VALUE "  APPLIED".
001830     05  DJNL-TOT-APPLIED            PIC ZZZZ9.
001840     05  FILLER                      PIC X(11)
001850                                      VALUE "  REJECTED".
001860     05  DJNL-TOT-REJECTED           PIC ZZZZ9.
001870
001880 01  WS-ACCTMSTR-STATUS              PIC X(02).
001890     88  WS-ACCTMSTR-OK              VALUE '00'.
001900     88  WS-ACCTMSTR-NOT-FOUND       VALUE '23'.
001910
001920 01  WS-LOANDUE-STATUS               PIC X(02).
001930     88  WS-LOANDUE-OK               VALUE '00'.
001940     88  WS-LOANDUE-EOF              VALUE '10'.
001950     88  WS-LOANDUE-NOT-FOUND        VALUE '35'.
001960
001970 01  WS-TRANS-STATUS                 PIC X(02).
001980     88  WS-TRANS-OK                 VALUE '00'.
001990     88  WS-TRANS-EOF                VALUE '10'.
002000     88  WS-TRANS-NOT-FOUND          VALUE '35'.
002010
002020*-------------------------------------------------------------------
002030* The batch's transactions, loaded and edited up front (the way
002040* RATEMNT loads its rate transactions) and matched against the
002050* schedule in one pass: P = pending, A = applied, R = rejected at
002060* edit time. A pending add is released after the copy pass; a
002070* pending change or delete at end of run never matched and is
002080* rejected then.
002090*-------------------------------------------------------------------
002100 01  WS-DTRN-MAX                     PIC 9(03) VALUE 400.
002110 01  WS-DTRN-TABLE-AREA.
002120     05  WS-DTRN-COUNT               PIC 9(03) COMP VALUE ZERO.
002130     05  WS-DTRN-ENTRY OCCURS 400 TIMES.
002140         10  WS-DTRN-ACTION          PIC X(01).
002150         10  WS-DTRN-ACCT            PIC X(07).
002160         10  WS-DTRN-DATE            PIC 9(08).
002170         10  WS-DTRN-AMOUNT          PIC S9(13)V9(2).
002180         10  WS-DTRN-STATE           PIC X(01).
002190             88  WS-DTRN-PENDING     VALUE 'P'.
002200             88  WS-DTRN-APPLIED     VALUE 'A'.
002210             88  WS-DTRN-REJECTED    VALUE 'R'.
002220
002230 01  WS-DTRN-IX                      PIC 9(03) COMP.
002240 01  WS-DTRN-FOUND-IX                PIC 9(03) COMP.
002250
002260*-------------------------------------------------------------------
002270* A new installment as it goes to the sort: the DUEREC layout,
002280* nothing paid, not past due, and never aged, so DELINQ takes
002290* only the payments from the night it is first aged.
002300*-------------------------------------------------------------------
002310 01  WS-NEW-INSTALLMENT.
002320     05  WS-NEW-ACCT-ID              PIC X(07).
002330     05  FILLER                      PIC X(01) VALUE SPACE.
002340     05  WS-NEW-DUE-DATE             PIC 9(08).
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  WS-NEW-AMOUNT               PIC S9(13)V9(2)
002370                                      SIGN LEADING SEPARATE.
002380     05  FILLER                      PIC X(01) VALUE SPACE.
002390     05  WS-NEW-PAID-AMOUNT          PIC S9(13)V9(2)
002400                                      SIGN LEADING SEPARATE
002410                                      VALUE ZERO.
002420     05  FILLER                      PIC X(01) VALUE SPACE.
002430     05  WS-NEW-PAST-DUE-FLAG        PIC X(01) VALUE SPACE.
002440     05  FILLER                      PIC X(01) VALUE SPACE.
002450     05  WS-NEW-LAST-RUN-DATE        PIC X(10) VALUE SPACES.
002460
002470*-------------------------------------------------------------------
002480* Edit working fields: the calendar check fields, and what the
002490* standing installment has had paid on it.
002500*-------------------------------------------------------------------
002510 01  WS-EDIT-DATE                    PIC 9(08).
002520 01  WS-EDIT-DATE-GROUP REDEFINES WS-EDIT-DATE.
002530     05  WS-EDIT-YYYY                PIC 9(04).
002540     05  WS-EDIT-MM                  PIC 9(02).
002550     05  WS-EDIT-DD                  PIC 9(02).
002560 01  WS-MONTH-END-DAY                PIC 9(02).
002570 01  WS-LEAP-REMAINDER               PIC 9(04).
002580 01  WS-LEAP-QUOTIENT                PIC 9(04).
002590
002600 01  WS-DATE-VALID-SWITCH            PIC X(01).
002610     88  WS-DATE-VALID               VALUE 'Y'.
002620     88  WS-DATE-INVALID             VALUE 'N'.
002630
002640 01  WS-STANDING-PAID                PIC S9(13)V9(2).
002650
002660*-------------------------------------------------------------------
002670* A transaction rebuilt from the table for the reject file, in the
002680* DUE-TRANS-RECORD layout, once the transaction file is closed.
002690*-------------------------------------------------------------------
002700 01  WS-TRANS-IMAGE.
002710     05  WS-IMG-ACTION-CODE          PIC X(01).
002720     05  WS-IMG-ACCT-ID              PIC X(07).
002730     05  WS-IMG-DUE-DATE             PIC 9(08).
002740     05  WS-IMG-AMOUNT               PIC S9(13)V9(2)
002750                                      SIGN LEADING SEPARATE.
002760
002770 01  WS-REJECT-REASON                PIC X(34).
002780
002790*-------------------------------------------------------------------
002800* Run counters.
002810*-------------------------------------------------------------------
002820 01  WS-TRANS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
002830 01  WS-TRANS-APPLIED-COUNT          PIC 9(05) COMP VALUE ZERO.
002840 01  WS-TRANS-REJECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002850
002860*-------------------------------------------------------------------
002870* Print-journal pagination fields.
002880*-------------------------------------------------------------------
002890 01  WS-CURRENT-DATE                 PIC 9(08).
002900 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
002910     05  WS-DATE-YYYY                PIC 9(04).
002920     05  WS-DATE-MM                  PIC 9(02).
002930     05  WS-DATE-DD                  PIC 9(02).
002940 01  WS-REPORT-DATE                  PIC X(10).
002950
002960 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
002970 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
002980 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
002990
003000 PROCEDURE DIVISION.
003010*-------------------------------------------------------------------
003020* 0000-MAINLINE - load and edit the batch, sort the schedule
003030* through with changes and deletes applied and the adds released
003040* into their place, reject what never matched, and prove the
003050* counts.
003060*-------------------------------------------------------------------
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003090     PERFORM 1500-LOAD-TRANSACTIONS THRU 1500-EXIT
003100     SORT DUE-SORT-FILE
003110         ON ASCENDING KEY DSRT-ACCT-ID
003120                          DSRT-DUE-DATE
003130         INPUT PROCEDURE IS 2000-BUILD-NEW-SCHEDULE
003140             THRU 2000-EXIT
003150         GIVING DUE-NEW-FILE
003160     PERFORM 5000-REJECT-UNMATCHED THRU 5000-EXIT
003170     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
003180     GO TO 9999-TERMINATE.
003190
003200*-------------------------------------------------------------------
003210* 1000-INITIALIZE - open the files. A missing schedule is not an
003220* error: the batch can be building the first one, so the copy
003230* pass just has nothing to copy.
003240*-------------------------------------------------------------------
003250 1000-INITIALIZE.
003260     OPEN OUTPUT DUE-JOURNAL
003270     OPEN OUTPUT REJECT-FILE
003280     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003290     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003300         DELIMITED BY SIZE INTO WS-REPORT-DATE
003310     OPEN INPUT DUE-TRANS-FILE
003320     IF WS-TRANS-NOT-FOUND
003330         DISPLAY "DUE-TRANS-FILE EMPTY OR MISSING - RUN TERMINAT"
003340             "ED"
003350         MOVE 16 TO RETURN-CODE
003360         GO TO 9999-TERMINATE
003370     END-IF
003380     OPEN INPUT ACCOUNT-MASTER
003390     IF NOT WS-ACCTMSTR-OK
003400         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERM"
003410             "INATED"
003420         MOVE 16 TO RETURN-CODE
003430         GO TO 9999-TERMINATE
003440     END-IF
003450     .
003460 1000-EXIT.
003470     EXIT.
003480
003490*-------------------------------------------------------------------
003500* 1500-LOAD-TRANSACTIONS - the batch into the transaction table,
003510* each record edited as it loads: action code, amount, calendar
003520* date, a LOAN account on the master, and no duplicate of a
003530* transaction already loaded for the same account and date.
003540*-------------------------------------------------------------------
003550 1500-LOAD-TRANSACTIONS.
003560     PERFORM 1510-LOAD-ONE-TRANSACTION THRU 1510-EXIT
003570         UNTIL WS-TRANS-EOF
003580     CLOSE DUE-TRANS-FILE
003590     .
003600 1500-EXIT.
003610     EXIT.
003620
003630*-------------------------------------------------------------------
003640* 1510-LOAD-ONE-TRANSACTION - one transaction: edit it, file it
003650* pending, or reject it on the spot. A batch past the table's
003660* capacity is a set-up error and ends the run before anything
003670* has been applied.
003680*-------------------------------------------------------------------
003690 1510-LOAD-ONE-TRANSACTION.
003700     READ DUE-TRANS-FILE
003710         AT END
003720             GO TO 1510-EXIT
003730     END-READ
003740     ADD 1 TO WS-TRANS-READ-COUNT
003750     IF WS-DTRN-COUNT >= WS-DTRN-MAX
003760         DISPLAY "TRANSACTION TABLE FULL - SPLIT THE BATCH - RU"
003770             "N TERMINATED"
003780         MOVE 16 TO RETURN-CODE
003790         GO TO 9999-TERMINATE
003800     END-IF
003810     PERFORM 1600-EDIT-TRANSACTION THRU 1600-EXIT
003820     ADD 1 TO WS-DTRN-COUNT
003830     MOVE DTRN-ACTION-CODE TO WS-DTRN-ACTION (WS-DTRN-COUNT)
003840     MOVE DTRN-ACCT-ID TO WS-DTRN-ACCT (WS-DTRN-COUNT)
003850     MOVE DTRN-DUE-DATE TO WS-DTRN-DATE (WS-DTRN-COUNT)
003860     IF DTRN-AMOUNT NUMERIC
003870         MOVE DTRN-AMOUNT TO WS-DTRN-AMOUNT (WS-DTRN-COUNT)
003880     ELSE
003890         MOVE ZERO TO WS-DTRN-AMOUNT (WS-DTRN-COUNT)
003900     END-IF
003910     IF WS-REJECT-REASON = SPACES
003920         MOVE 'P' TO WS-DTRN-STATE (WS-DTRN-COUNT)
003930     ELSE
003940         MOVE 'R' TO WS-DTRN-STATE (WS-DTRN-COUNT)
003950         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003960     END-IF
003970     .
003980 1510-EXIT.
003990     EXIT.
004000
004010*-------------------------------------------------------------------
004020* 1600-EDIT-TRANSACTION - the field-level edits. Spaces in the
004030* reject reason means the transaction stands. A zero or negative
004040* amount due is never an installment; the calendar check catches
004050* the impossible due date that would otherwise age wrongly.
004060*-------------------------------------------------------------------
004070 1600-EDIT-TRANSACTION.
004080     MOVE SPACES TO WS-REJECT-REASON
004090     IF NOT DTRN-ADD AND NOT DTRN-CHANGE AND NOT DTRN-DELETE
004100         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
004110         GO TO 1600-EXIT
004120     END-IF
004130     IF DTRN-ADD OR DTRN-CHANGE
004140         IF DTRN-AMOUNT NOT NUMERIC
004150             MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
004160             GO TO 1600-EXIT
004170         END-IF
004180         IF DTRN-AMOUNT NOT > ZERO
004190             MOVE "AMOUNT NOT ABOVE ZERO" TO WS-REJECT-REASON
004200             GO TO 1600-EXIT
004210         END-IF
004220     END-IF
004230     PERFORM 1700-EDIT-DUE-DATE THRU 1700-EXIT
004240     IF WS-DATE-INVALID
004250         MOVE "DUE DATE NOT A REAL DATE" TO WS-REJECT-REASON
004260         GO TO 1600-EXIT
004270     END-IF
004280     PERFORM 1800-EDIT-LOAN-ACCOUNT THRU 1800-EXIT
004290     IF WS-REJECT-REASON NOT = SPACES
004300         GO TO 1600-EXIT
004310     END-IF
004320     PERFORM 1900-CHECK-DUP-TRANSACTION THRU 1900-EXIT
004330     .
004340 1600-EXIT.
004350     EXIT.
004360
004370*-------------------------------------------------------------------
004380* 1700-EDIT-DUE-DATE - a real calendar date: numeric, a plausible
004390* year, month 1-12, and a day the month actually has, February
004400* checked against the leap-year rule.
004410*-------------------------------------------------------------------
004420 1700-EDIT-DUE-DATE.
004430     SET WS-DATE-INVALID TO TRUE
004440     IF DTRN-DUE-DATE NOT NUMERIC
004450         GO TO 1700-EXIT
004460     END-IF
004470     MOVE DTRN-DUE-DATE TO WS-EDIT-DATE
004480     IF WS-EDIT-YYYY < 1990 OR WS-EDIT-YYYY > 2099
004490         GO TO 1700-EXIT
004500     END-IF
004510     IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
004520         GO TO 1700-EXIT
004530     END-IF
004540     EVALUATE WS-EDIT-MM
004550         WHEN 4
004560         WHEN 6
004570         WHEN 9
004580         WHEN 11
004590             MOVE 30 TO WS-MONTH-END-DAY
004600         WHEN 2
004610             MOVE 28 TO WS-MONTH-END-DAY
004620             DIVIDE WS-EDIT-YYYY BY 4
004630                 GIVING WS-LEAP-QUOTIENT
004640                 REMAINDER WS-LEAP-REMAINDER
004650             IF WS-LEAP-REMAINDER = ZERO
004660                 MOVE 29 TO WS-MONTH-END-DAY
004670             END-IF
004680             DIVIDE WS-EDIT-YYYY BY 100
004690                 GIVING WS-LEAP-QUOTIENT
004700                 REMAINDER WS-LEAP-REMAINDER
004710             IF WS-LEAP-REMAINDER = ZERO
004720                 MOVE 28 TO WS-MONTH-END-DAY
004730                 DIVIDE WS-EDIT-YYYY BY 400
004740                     GIVING WS-LEAP-QUOTIENT
004750                     REMAINDER WS-LEAP-REMAINDER
004760                 IF WS-LEAP-REMAINDER = ZERO
004770                     MOVE 29 TO WS-MONTH-END-DAY
004780                 END-IF
004790             END-IF
004800         WHEN OTHER
004810             MOVE 31 TO WS-MONTH-END-DAY
004820     END-EVALUATE
004830     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-END-DAY
004840         GO TO 1700-EXIT
004850     END-IF
004860     SET WS-DATE-VALID TO TRUE
004870     .
004880 1700-EXIT.
004890     EXIT.
004900
004910*-------------------------------------------------------------------
004920* 1800-EDIT-LOAN-ACCOUNT - the account must be on the master and
004930* carry the LOAN product, the same test LOANPAY makes. A new
004940* installment is not scheduled on a closed
004950* loan; a change or delete on one is still allowed, to tidy its
004960* schedule.
004970*-------------------------------------------------------------------
004980 1800-EDIT-LOAN-ACCOUNT.
004990     MOVE DTRN-ACCT-ID TO ACCT-ID
005000     READ ACCOUNT-MASTER
005010         INVALID KEY
005020             SET WS-ACCTMSTR-NOT-FOUND TO TRUE
005030     END-READ
005040     IF NOT WS-ACCTMSTR-OK
005050         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
005060         GO TO 1800-EXIT
005070     END-IF
005080     IF ACCT-PRODUCT-CODE NOT = "LOAN"
005090         MOVE "ACCOUNT NOT A LOAN" TO WS-REJECT-REASON
005100         GO TO 1800-EXIT
005110     END-IF
005120     IF DTRN-ADD AND ACCT-CLOSED
005130         MOVE "LOAN ACCOUNT CLOSED" TO WS-REJECT-REASON
005140     END-IF
005150     .
005160 1800-EXIT.
005170     EXIT.
005180
005190*-------------------------------------------------------------------
005200* 1900-CHECK-DUP-TRANSACTION - no second transaction for the
005210* same account and due date in one batch: the second one in is
005220* the duplicate.
005230*-------------------------------------------------------------------
005240 1900-CHECK-DUP-TRANSACTION.
005250     MOVE ZERO TO WS-DTRN-FOUND-IX
005260     IF WS-DTRN-COUNT > ZERO
005270         PERFORM 1910-MATCH-TRANSACTION THRU 1910-EXIT
005280             VARYING WS-DTRN-IX FROM 1 BY 1
005290             UNTIL WS-DTRN-IX > WS-DTRN-COUNT
005300                OR WS-DTRN-FOUND-IX > ZERO
005310     END-IF
005320     IF WS-DTRN-FOUND-IX > ZERO
005330         MOVE "DUPLICATE ACCOUNT/DATE IN BATCH"
005340             TO WS-REJECT-REASON
005350     END-IF
005360     .
005370 1900-EXIT.
005380     EXIT.
005390
005400*-------------------------------------------------------------------
005410* 1910-MATCH-TRANSACTION - one loaded transaction against the
005420* account and date of the record being edited.
005430*-------------------------------------------------------------------
005440 1910-MATCH-TRANSACTION.
005450     IF WS-DTRN-ACCT (WS-DTRN-IX) = DTRN-ACCT-ID
005460         AND WS-DTRN-DATE (WS-DTRN-IX) = DTRN-DUE-DATE
005470         MOVE WS-DTRN-IX TO WS-DTRN-FOUND-IX
005480     END-IF
005490     .
005500 1910-EXIT.
005510     EXIT.
005520
005530*-------------------------------------------------------------------
005540* 2000-BUILD-NEW-SCHEDULE - feed the sort: one pass over the
005550* standing schedule, each installment copied through unchanged,
005560* rewritten by a matching change, or dropped by a matching
005570* delete, then the new installments from the adds.
005580*-------------------------------------------------------------------
005590 2000-BUILD-NEW-SCHEDULE.
005600     OPEN INPUT DUE-SCHEDULE-FILE
005610     IF WS-LOANDUE-NOT-FOUND
005620         DISPLAY "NO STANDING DUE SCHEDULE - BUILDING FROM ADDS O"
005630             "NLY"
005640     ELSE
005650         PERFORM 2100-COPY-ONE-INSTALLMENT THRU 2100-EXIT
005660             UNTIL NOT WS-LOANDUE-OK
005670         CLOSE DUE-SCHEDULE-FILE
005680     END-IF
005690     PERFORM 4000-RELEASE-ADDS THRU 4000-EXIT
005700     .
005710 2000-EXIT.
005720     EXIT.
005730
005740*-------------------------------------------------------------------
005750* 2100-COPY-ONE-INSTALLMENT - one standing installment against the
005760* batch. An add matching it is the duplicate the edit could not
005770* see and rejects here.
005780*-------------------------------------------------------------------
005790 2100-COPY-ONE-INSTALLMENT.
005800     READ DUE-SCHEDULE-FILE
005810         AT END
005820             GO TO 2100-EXIT
005830     END-READ
005840     IF DUE-PAID-AMOUNT NUMERIC
005850         MOVE DUE-PAID-AMOUNT TO WS-STANDING-PAID
005860     ELSE
005870         MOVE ZERO TO WS-STANDING-PAID
005880     END-IF
005890     MOVE ZERO TO WS-DTRN-FOUND-IX
005900     IF WS-DTRN-COUNT > ZERO
005910         PERFORM 2110-MATCH-STANDING-DUE THRU 2110-EXIT
005920             VARYING WS-DTRN-IX FROM 1 BY 1
005930             UNTIL WS-DTRN-IX > WS-DTRN-COUNT
005940                OR WS-DTRN-FOUND-IX > ZERO
005950     END-IF
005960     IF WS-DTRN-FOUND-IX = ZERO
005970         PERFORM 2200-COPY-INSTALLMENT-THROUGH THRU 2200-EXIT
005980         GO TO 2100-EXIT
005990     END-IF
006000     MOVE WS-DTRN-FOUND-IX TO WS-DTRN-IX
006010     EVALUATE WS-DTRN-ACTION (WS-DTRN-IX)
006020         WHEN 'A'
006030             MOVE "DUPLICATE ADD - INSTALLMENT EXISTS"
006040                 TO WS-REJECT-REASON
006050             PERFORM 7100-REJECT-TABLE-ENTRY THRU 7100-EXIT
006060             PERFORM 2200-COPY-INSTALLMENT-THROUGH THRU 2200-EXIT
006070         WHEN 'C'
006080             PERFORM 3000-APPLY-CHANGE THRU 3000-EXIT
006090         WHEN 'D'
006100             PERFORM 3100-APPLY-DELETE THRU 3100-EXIT
006110     END-EVALUATE
006120     .
006130 2100-EXIT.
006140     EXIT.
006150
006160*-------------------------------------------------------------------
006170* 2110-MATCH-STANDING-DUE - one pending transaction against the
006180* standing installment in hand. Applied and rejected entries are
006190* done with; they do not match again.
006200*-------------------------------------------------------------------
006210 2110-MATCH-STANDING-DUE.
006220     IF WS-DTRN-PENDING (WS-DTRN-IX)
006230         AND WS-DTRN-ACCT (WS-DTRN-IX) = DUE-ACCT-ID
006240         AND WS-DTRN-DATE (WS-DTRN-IX) = DUE-DATE
006250         MOVE WS-DTRN-IX TO WS-DTRN-FOUND-IX
006260     END-IF
006270     .
006280 2110-EXIT.
006290     EXIT.
006300
006310*-------------------------------------------------------------------
006320* 2200-COPY-INSTALLMENT-THROUGH - the standing installment, as it
006330* is in the record area, to the sort.
006340*-------------------------------------------------------------------
006350 2200-COPY-INSTALLMENT-THROUGH.
006360     MOVE DUE-SCHEDULE-RECORD TO DSRT-RECORD
006370     RELEASE DSRT-RECORD
006380     .
006390 2200-EXIT.
006400     EXIT.
006410
006420*-------------------------------------------------------------------
006430* 3000-APPLY-CHANGE - a new amount due for a standing installment.
006440* What DELINQ has already applied to it, its past-due flag and
006450* its last-aged run date are kept; an amount below what has been
006460* paid would strand the payment and is rejected, the installment
006470* copied through as it stands.
006480*-------------------------------------------------------------------
006490 3000-APPLY-CHANGE.
006500     IF WS-DTRN-AMOUNT (WS-DTRN-IX) < WS-STANDING-PAID
006510         MOVE "AMOUNT BELOW AMOUNT PAID" TO WS-REJECT-REASON
006520         PERFORM 7100-REJECT-TABLE-ENTRY THRU 7100-EXIT
006530         PERFORM 2200-COPY-INSTALLMENT-THROUGH THRU 2200-EXIT
006540         GO TO 3000-EXIT
006550     END-IF
006560     MOVE "CHANGE" TO DJNL-ACT-VERB
006570     MOVE "APPLIED" TO DJNL-ACT-RESULT
006580     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
006590     MOVE "BEFORE" TO DJNL-IMG-TAG
006600     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
006610     MOVE WS-DTRN-AMOUNT (WS-DTRN-IX) TO DUE-AMOUNT
006620     PERFORM 2200-COPY-INSTALLMENT-THROUGH THRU 2200-EXIT
006630     MOVE "AFTER" TO DJNL-IMG-TAG
006640     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
006650     MOVE 'A' TO WS-DTRN-STATE (WS-DTRN-IX)
006660     ADD 1 TO WS-TRANS-APPLIED-COUNT
006670     .
006680 3000-EXIT.
006690     EXIT.
006700
006710*-------------------------------------------------------------------
006720* 3100-APPLY-DELETE - the installment's last image is journaled
006730* and it is not carried to the rewritten schedule. One with
006740* payments applied to it is the loan's payment history and is
006750* rejected, copied through as it stands.
006760*-------------------------------------------------------------------
006770 3100-APPLY-DELETE.
006780     IF WS-STANDING-PAID NOT = ZERO
006790         MOVE "INSTALLMENT HAS PAYMENTS APPLIED"
006800             TO WS-REJECT-REASON
006810         PERFORM 7100-REJECT-TABLE-ENTRY THRU 7100-EXIT
006820         PERFORM 2200-COPY-INSTALLMENT-THROUGH THRU 2200-EXIT
006830         GO TO 3100-EXIT
006840     END-IF
006850     MOVE "DELETE" TO DJNL-ACT-VERB
006860     MOVE "APPLIED" TO DJNL-ACT-RESULT
006870     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
006880     MOVE "BEFORE" TO DJNL-IMG-TAG
006890     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
006900     MOVE 'A' TO WS-DTRN-STATE (WS-DTRN-IX)
006910     ADD 1 TO WS-TRANS-APPLIED-COUNT
006920     .
006930 3100-EXIT.
006940     EXIT.
006950
006960*-------------------------------------------------------------------
006970* 4000-RELEASE-ADDS - every add still pending matched nothing on
006980* the standing schedule, so it is a genuinely new installment:
006990* release it to the sort and journal its after image.
007000*-------------------------------------------------------------------
007010 4000-RELEASE-ADDS.
007020     IF WS-DTRN-COUNT > ZERO
007030         PERFORM 4100-RELEASE-ONE-ADD THRU 4100-EXIT
007040             VARYING WS-DTRN-IX FROM 1 BY 1
007050             UNTIL WS-DTRN-IX > WS-DTRN-COUNT
007060     END-IF
007070     .
007080 4000-EXIT.
007090     EXIT.
007100
007110*-------------------------------------------------------------------
007120* 4100-RELEASE-ONE-ADD - one pending add to the sort.
007130*-------------------------------------------------------------------
007140 4100-RELEASE-ONE-ADD.
007150     IF NOT WS-DTRN-PENDING (WS-DTRN-IX)
007160         OR WS-DTRN-ACTION (WS-DTRN-IX) NOT = 'A'
007170         GO TO 4100-EXIT
007180     END-IF
007190     MOVE WS-DTRN-ACCT (WS-DTRN-IX) TO WS-NEW-ACCT-ID
007200     MOVE WS-DTRN-DATE (WS-DTRN-IX) TO WS-NEW-DUE-DATE
007210     MOVE WS-DTRN-AMOUNT (WS-DTRN-IX) TO WS-NEW-AMOUNT
007220     MOVE WS-NEW-INSTALLMENT TO DSRT-RECORD
007230     RELEASE DSRT-RECORD
007240     MOVE "ADD" TO DJNL-ACT-VERB
007250     MOVE "APPLIED" TO DJNL-ACT-RESULT
007260     MOVE WS-DTRN-ACCT (WS-DTRN-IX) TO DJNL-ACT-ACCT
007270     MOVE WS-DTRN-DATE (WS-DTRN-IX) TO DJNL-ACT-DATE
007280     PERFORM 8150-PRINT-ACTION-FROM-TABLE THRU 8150-EXIT
007290     MOVE "AFTER" TO DJNL-IMG-TAG
007300     PERFORM 8250-PRINT-IMAGE-FROM-TABLE THRU 8250-EXIT
007310     MOVE 'A' TO WS-DTRN-STATE (WS-DTRN-IX)
007320     ADD 1 TO WS-TRANS-APPLIED-COUNT
007330     .
007340 4100-EXIT.
007350     EXIT.
007360
007370*-------------------------------------------------------------------
007380* 5000-REJECT-UNMATCHED - a change or delete still pending after
007390* the copy pass matched no standing installment; reject it so the
007400* keyer finds out tonight, not when the loan ages wrongly.
007410*-------------------------------------------------------------------
007420 5000-REJECT-UNMATCHED.
007430     IF WS-DTRN-COUNT > ZERO
007440         PERFORM 5100-REJECT-ONE-UNMATCHED THRU 5100-EXIT
007450             VARYING WS-DTRN-IX FROM 1 BY 1
007460             UNTIL WS-DTRN-IX > WS-DTRN-COUNT
007470     END-IF
007480     .
007490 5000-EXIT.
007500     EXIT.
007510
007520*-------------------------------------------------------------------
007530* 5100-REJECT-ONE-UNMATCHED - one leftover change or delete to
007540* the reject file and journal.
007550*-------------------------------------------------------------------
007560 5100-REJECT-ONE-UNMATCHED.
007570     IF NOT WS-DTRN-PENDING (WS-DTRN-IX)
007580         GO TO 5100-EXIT
007590     END-IF
007600     MOVE "NO MATCHING INSTALLMENT" TO WS-REJECT-REASON
007610     PERFORM 7100-REJECT-TABLE-ENTRY THRU 7100-EXIT
007620     .
007630 5100-EXIT.
007640     EXIT.
007650
007660*-------------------------------------------------------------------
007670* 7000-REJECT-TRANSACTION - an edit-time rejection: the record's
007680* image and reason to the reject file, and the journal line.
007690*-------------------------------------------------------------------
007700 7000-REJECT-TRANSACTION.
007710     ADD 1 TO WS-TRANS-REJECTED-COUNT
007720     MOVE SPACES TO REJECT-RECORD
007730     MOVE DUE-TRANS-RECORD TO REJ-TRANS-IMAGE
007740     MOVE WS-REJECT-REASON TO REJ-REASON
007750     WRITE REJECT-RECORD
007760     MOVE "REJECT" TO DJNL-ACT-VERB
007770     MOVE WS-REJECT-REASON TO DJNL-ACT-RESULT
007780     PERFORM 8110-PRINT-ACTION-FROM-TRANS THRU 8110-EXIT
007790     .
007800 7000-EXIT.
007810     EXIT.
007820
007830*-------------------------------------------------------------------
007840* 7100-REJECT-TABLE-ENTRY - a copy-pass or end-of-run rejection:
007850* rebuild the transaction image from the transaction table.
007860*-------------------------------------------------------------------
007870 7100-REJECT-TABLE-ENTRY.
007880     MOVE 'R' TO WS-DTRN-STATE (WS-DTRN-IX)
007890     ADD 1 TO WS-TRANS-REJECTED-COUNT
007900     MOVE SPACES TO REJECT-RECORD
007910     MOVE WS-DTRN-ACTION (WS-DTRN-IX) TO WS-IMG-ACTION-CODE
007920     MOVE WS-DTRN-ACCT (WS-DTRN-IX) TO WS-IMG-ACCT-ID
007930     MOVE WS-DTRN-DATE (WS-DTRN-IX) TO WS-IMG-DUE-DATE
007940     MOVE WS-DTRN-AMOUNT (WS-DTRN-IX) TO WS-IMG-AMOUNT
007950     MOVE WS-TRANS-IMAGE TO REJ-TRANS-IMAGE
007960     MOVE WS-REJECT-REASON TO REJ-REASON
007970     WRITE REJECT-RECORD
007980     MOVE "REJECT" TO DJNL-ACT-VERB
007990     MOVE WS-REJECT-REASON TO DJNL-ACT-RESULT
008000     MOVE WS-DTRN-ACCT (WS-DTRN-IX) TO DJNL-ACT-ACCT
008010     MOVE WS-DTRN-DATE (WS-DTRN-IX) TO DJNL-ACT-DATE
008020     PERFORM 8150-PRINT-ACTION-FROM-TABLE THRU 8150-EXIT
008030     .
008040 7100-EXIT.
008050     EXIT.
008060
008070*-------------------------------------------------------------------
008080* 8000-PRINT-HEADINGS - journal header, printed at the top of
008090* every page.
008100*-------------------------------------------------------------------
008110 8000-PRINT-HEADINGS.
008120     ADD 1 TO WS-PAGE-NUMBER
008130     MOVE WS-REPORT-DATE TO DJNL-HDR-DATE
008140     MOVE WS-PAGE-NUMBER TO DJNL-HDR-PAGE
008150     WRITE DJNL-PRINT-RECORD FROM DJNL-HEADING-LINE
008160     MOVE ZERO TO WS-LINE-COUNT
008170     .
008180 8000-EXIT.
008190     EXIT.
008200
008210*-------------------------------------------------------------------
008220* 8100-PRINT-ACTION - one action line, keyed from the standing
008230* installment in hand, paging when the page is full.
008240*-------------------------------------------------------------------
008250 8100-PRINT-ACTION.
008260     MOVE DUE-ACCT-ID TO DJNL-ACT-ACCT
008270     MOVE DUE-DATE TO DJNL-ACT-DATE
008280     PERFORM 8150-PRINT-ACTION-FROM-TABLE THRU 8150-EXIT
008290     .
008300 8100-EXIT.
008310     EXIT.
008320
008330*-------------------------------------------------------------------
008340* 8110-PRINT-ACTION-FROM-TRANS - one action line, keyed from the
008350* transaction record area.
008360*-------------------------------------------------------------------
008370 8110-PRINT-ACTION-FROM-TRANS.
008380     MOVE DTRN-ACCT-ID TO DJNL-ACT-ACCT
008390     MOVE DTRN-DUE-DATE TO DJNL-ACT-DATE
008400     PERFORM 8150-PRINT-ACTION-FROM-TABLE THRU 8150-EXIT
008410     .
008420 8110-EXIT.
008430     EXIT.
008440
008450*-------------------------------------------------------------------
008460* 8150-PRINT-ACTION-FROM-TABLE - one action line whose account and
008470* date fields the caller set.
008480*-------------------------------------------------------------------
008490 8150-PRINT-ACTION-FROM-TABLE.
008500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008510         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008520     END-IF
008530     WRITE DJNL-PRINT-RECORD FROM DJNL-ACTION-LINE
008540     ADD 1 TO WS-LINE-COUNT
008550     .
008560 8150-EXIT.
008570     EXIT.
008580
008590*-------------------------------------------------------------------
008600* 8200-PRINT-IMAGE - a before or after image of the standing
008610* installment in hand; the caller set the tag.
008620*-------------------------------------------------------------------
008630 8200-PRINT-IMAGE.
008640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008650         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008660     END-IF
008670     MOVE DUE-ACCT-ID TO DJNL-IMG-ACCT
008680     MOVE DUE-DATE TO DJNL-IMG-DATE
008690     MOVE DUE-AMOUNT TO DJNL-IMG-AMOUNT
008700     MOVE WS-STANDING-PAID TO DJNL-IMG-PAID
008710     WRITE DJNL-PRINT-RECORD FROM DJNL-IMAGE-LINE
008720     ADD 1 TO WS-LINE-COUNT
008730     .
008740 8200-EXIT.
008750     EXIT.
008760
008770*-------------------------------------------------------------------
008780* 8250-PRINT-IMAGE-FROM-TABLE - an image line built from the
008790* transaction table (a new installment has no standing record and
008800* nothing paid).
008810*-------------------------------------------------------------------
008820 8250-PRINT-IMAGE-FROM-TABLE.
008830     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008840         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008850     END-IF
008860     MOVE WS-DTRN-ACCT (WS-DTRN-IX) TO DJNL-IMG-ACCT
008870     MOVE WS-DTRN-DATE (WS-DTRN-IX) TO DJNL-IMG-DATE
008880     MOVE WS-DTRN-AMOUNT (WS-DTRN-IX) TO DJNL-IMG-AMOUNT
008890     MOVE ZERO TO DJNL-IMG-PAID
008900     WRITE DJNL-PRINT-RECORD FROM DJNL-IMAGE-LINE
008910     ADD 1 TO WS-LINE-COUNT
008920     .
008930 8250-EXIT.
008940     EXIT.
008950
008960*-------------------------------------------------------------------
008970* 8500-PRINT-TOTALS - the run's proof counts: transactions read,
008980* applied and rejected.
008990*-------------------------------------------------------------------
009000 8500-PRINT-TOTALS.
009010     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009020         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
009030     END-IF
009040     MOVE WS-TRANS-READ-COUNT TO DJNL-TOT-READ
009050     MOVE WS-TRANS-APPLIED-COUNT TO DJNL-TOT-APPLIED
009060     MOVE WS-TRANS-REJECTED-COUNT TO DJNL-TOT-REJECTED
009070     WRITE DJNL-PRINT-RECORD FROM DJNL-TOTAL-LINE
009080     .
009090 8500-EXIT.
009100     EXIT.
009110
009120*-------------------------------------------------------------------
009130* 9999-TERMINATE - single exit point for the run.
009140*-------------------------------------------------------------------
009150 9999-TERMINATE.
009160     CLOSE DUE-JOURNAL
009170     CLOSE REJECT-FILE
009180     CLOSE ACCOUNT-MASTER
009190     STOP RUN.
009200 END PROGRAM DUEMNT.
