000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     CUSTOMER-MASTER file maintenance: apply a batch of
000050*              add/change/delete/returned-mail transactions to the
000060*              indexed customer master (name and full mailing
000070*              address, shared CUSTREC copybook), print a
000080*              maintenance journal with before and after images,
000090*              and file rejected transactions for correction and
000100*              resubmission. A change keys a new address and so
000110*              clears any returned-mail flag; a returned-mail
000120*              transaction flags the address so the statement run
000130*              (ACCTSTMT) holds that customer's statements back. A
000140*              customer still holding accounts on ACCOUNT-MASTER,
000150*              or named on an add or change still waiting for
000160*              approval on PENDAPPR, cannot be deleted.
000170* Tectonics:   cobc
000180*-------------------------------------------------------------------
000190* Modification History
000200* Date       Init  Description
000210* ---------- ----  ------------------------------------------------
000220* 2026-10-15  MSA  New program: customer addresses were being
000230*                   copied onto statements by hand from another
000240*                   system.
000250* 2026-10-15  MSA  A delete is also refused while a pending-approval
000260*                   item would link an account to the customer, and
000270*                   a failed read in the account sweep now ends the
000280*                   run instead of looping.
000290*******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    CUSTMNT.
000320 AUTHOR.        MSALPDOGAN.
000330 INSTALLATION.  OPERATIONS.
000340 DATE-WRITTEN.  10/15/2026.
000350 DATE-COMPILED.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CUST-ID
000430         FILE STATUS IS WS-CUSTMSTR-STATUS.
000440
000450     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS ACCT-ID
000490         FILE STATUS IS WS-ACCTMSTR-STATUS.
000500
000510     SELECT OPTIONAL PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PEND-STATUS.
000540
000550     SELECT CUST-TRANS-FILE ASSIGN TO "CUSTTRAN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TRANS-STATUS.
000580
000590     SELECT CUST-JOURNAL ASSIGN TO "CUSTJRNL"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610
000620     SELECT REJECT-FILE ASSIGN TO "CUSTREJT"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*-------------------------------------------------------------------
000680* CUSTOMER-MASTER - one record per customer, keyed on customer
000690* number, in the shared CUSTREC layout. Created on the first run.
000700*-------------------------------------------------------------------
000710 FD  CUSTOMER-MASTER.
000720 COPY CUSTREC.
000730
000740*-------------------------------------------------------------------
000750* ACCOUNT-MASTER - swept read-only before a delete, to refuse
000760* deleting a customer who still holds an account. Shared ACCTREC
000770* layout.
000780*-------------------------------------------------------------------
000790 FD  ACCOUNT-MASTER.
000800 COPY ACCTREC.
000810
000820*-------------------------------------------------------------------
000830* PENDING-APPROVAL-FILE - swept read-only before a delete, to
000840* refuse deleting a customer an add or change waiting for
000850* approval (MNTAPPR) would link an account to. Shared PENDREC
000860* layout.
000870*-------------------------------------------------------------------
000880 FD  PENDING-APPROVAL-FILE.
000890 COPY PENDREC.
000900
000910*-------------------------------------------------------------------
000920* CUST-TRANS-FILE - one maintenance request per record: A (add),
000930* C (change of name and address), D (delete) or R (mail returned
000940* from the address on file), keyed on the customer number,
000950* carrying the name and full address for adds and changes.
000960*-------------------------------------------------------------------
000970 FD  CUST-TRANS-FILE.
000980 01  CUST-TRANS-RECORD.
000990     05  CTRN-ACTION-CODE            PIC X(01).
001000         88  CTRN-ADD                VALUE 'A'.
001010         88  CTRN-CHANGE             VALUE 'C'.
001020         88  CTRN-DELETE             VALUE 'D'.
001030         88  CTRN-RETURNED           VALUE 'R'.
001040     05  CTRN-CUST-ID                PIC X(08).
001050     05  CTRN-NAME                   PIC X(30).
001060     05  CTRN-ADDRESS-LINE-1         PIC X(30).
001070     05  CTRN-ADDRESS-LINE-2         PIC X(30).
001080     05  CTRN-CITY                   PIC X(20).
001090     05  CTRN-STATE                  PIC X(02).
001100     05  CTRN-POSTAL-CODE            PIC X(10).
001110
001120*-------------------------------------------------------------------
001130* CUST-JOURNAL - headed print journal: one action line per
001140* transaction plus before/after images of every customer record
001150* touched, and the applied/rejected counts at end of run.
001160*-------------------------------------------------------------------
001170 FD  CUST-JOURNAL.
001180 01  JRNL-PRINT-RECORD  PIC X(160).
001190
001200*-------------------------------------------------------------------
001210* REJECT-FILE - the rejected transaction, image intact so the
001220* record can be corrected and resubmitted, plus the reason.
001230*-------------------------------------------------------------------
001240 FD  REJECT-FILE.
001250 01  REJECT-RECORD.
001260     05  REJ-TRANS-IMAGE             PIC X(131).
001270     05  FILLER                      PIC X(02).
001280     05  REJ-REASON                  PIC X(34).
001290
001300 WORKING-STORAGE SECTION.
001310*-------------------------------------------------------------------
001320* Print lines, kept in working storage so their VALUE clauses
001330* are honored (VALUE on FILE SECTION entries is commentary
001340* only), and written with WRITE ... FROM.
001350*-------------------------------------------------------------------
001360 01  JRNL-HEADING-LINE.
001370     05  FILLER                      PIC X(01) VALUE '1'.
001380     05  FILLER                      PIC X(29)
001390                 VALUE "CUSTOMER MAINTENANCE JOURNAL".
001400     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001410     05  JRNL-HDR-DATE               PIC X(10).
001420     05  FILLER                      PIC X(10) VALUE SPACES.
001430     05  FILLER                      PIC X(05) VALUE "PAGE ".
001440     05  JRNL-HDR-PAGE               PIC ZZ9.
001450
001460 01  JRNL-ACTION-LINE.
001470     05  FILLER                      PIC X(01) VALUE SPACE.
001480     05  JRNL-ACT-VERB               PIC X(08).
001490     05  FILLER                      PIC X(02) VALUE SPACES.
001500     05  JRNL-ACT-CUST               PIC X(08).
001510     05  FILLER                      PIC X(02) VALUE SPACES.
001520     05  JRNL-ACT-RESULT             PIC X(40).
001530
001540 01  JRNL-IMAGE-LINE.
001550     05  FILLER                      PIC X(01) VALUE SPACE.
001560     05  FILLER                      PIC X(04) VALUE SPACES.
001570     05  JRNL-IMG-TAG                PIC X(08).
001580     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  JRNL-IMG-NAME               PIC X(30).
001600     05  FILLER                      PIC X(02) VALUE SPACES.
001610     05  JRNL-IMG-ADDRESS-1          PIC X(30).
001620     05  FILLER                      PIC X(02) VALUE SPACES.
001630     05  JRNL-IMG-ADDRESS-2          PIC X(30).
001640     05  FILLER                      PIC X(02) VALUE SPACES.
001650     05  JRNL-IMG-CITY               PIC X(20).
001660     05  FILLER                      PIC X(01) VALUE SPACE.
001670     05  JRNL-IMG-STATE              PIC X(02).
001680     05  FILLER                      PIC X(01) VALUE SPACE.
001690     05  JRNL-IMG-POSTAL-CODE        PIC X(10).
001700     05  FILLER                      PIC X(02) VALUE SPACES.
001710     05  JRNL-IMG-MAIL-STATUS        PIC X(01).
001720
001730 01  JRNL-TOTAL-LINE.
001740     05  FILLER                      PIC X(01) VALUE SPACE.
001750     05  FILLER                      PIC X(14)
001760                                      VALUE "TRANSACTIONS".
001770     05  JRNL-TOT-READ               PIC ZZZZ9.
001780     05  FILLER                      PIC X(10)
001790                                      VALUE "  APPLIED".
001800     05  JRNL-TOT-APPLIED            PIC ZZZZ9.
001810     05  FILLER                      PIC X(11)
001820                                      VALUE "  REJECTED".
001830     05  JRNL-TOT-REJECTED           PIC ZZZZ9.
001840
001850 01  WS-CUSTMSTR-STATUS              PIC X(02).
001860     88  WS-CUSTMSTR-OK              VALUE '00'.
001870     88  WS-CUSTMSTR-CREATED         VALUE '05'.
001880
001890 01  WS-ACCTMSTR-STATUS              PIC X(02).
001900     88  WS-ACCTMSTR-OK              VALUE '00'.
001910     88  WS-ACCTMSTR-EOF             VALUE '10'.
001920
001930 01  WS-PEND-STATUS                  PIC X(02).
001940     88  WS-PEND-OK                  VALUE '00'.
001950     88  WS-PEND-EOF                 VALUE '10'.
001960
001970 01  WS-TRANS-STATUS                 PIC X(02).
001980     88  WS-TRANS-OK                 VALUE '00'.
001990     88  WS-TRANS-EOF                VALUE '10'.
002000     88  WS-TRANS-NOT-FOUND          VALUE '35'.
002010
002020*-------------------------------------------------------------------
002030* Run counters.
002040*-------------------------------------------------------------------
002050 01  WS-TRANS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
002060 01  WS-TRANS-APPLIED-COUNT          PIC 9(05) COMP VALUE ZERO.
002070 01  WS-TRANS-REJECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002080
002090 01  WS-REJECT-REASON                PIC X(34).
002100
002110*-------------------------------------------------------------------
002120* Delete check: set when the account sweep finds an account still
002130* linked to the customer being deleted, or the pending-approval
002140* sweep finds an item waiting to link one.
002150*-------------------------------------------------------------------
002160 01  WS-LINKED-SWITCH                PIC X(01).
002170     88  WS-CUSTOMER-HAS-ACCOUNTS    VALUE 'Y'.
002180     88  WS-CUSTOMER-HAS-NO-ACCOUNTS VALUE 'N'.
002190     88  WS-CUSTOMER-ON-PENDING-ITEM VALUE 'P'.
002200 01  WS-SWEEP-SWITCH                 PIC X(01).
002210     88  WS-SWEEP-DONE               VALUE 'Y'.
002220     88  WS-SWEEP-NOT-DONE           VALUE 'N'.
002230
002240*-------------------------------------------------------------------
002250* Print-journal pagination fields.
002260*-------------------------------------------------------------------
002270 01  WS-CURRENT-DATE                 PIC 9(08).
002280 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
002290     05  WS-DATE-YYYY                PIC 9(04).
002300     05  WS-DATE-MM                  PIC 9(02).
002310     05  WS-DATE-DD                  PIC 9(02).
002320 01  WS-REPORT-DATE                  PIC X(10).
002330
002340 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
002350 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
002360 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
002370
002380 PROCEDURE DIVISION.
002390*-------------------------------------------------------------------
002400* 0000-MAINLINE - apply every maintenance transaction to the
002410* customer master, then print the applied/rejected counts.
002420*-------------------------------------------------------------------
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002450     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002460         UNTIL WS-TRANS-EOF
002470     PERFORM 8500-PRINT-TOTALS THRU 8500-EXIT
002480     GO TO 9999-TERMINATE.
002490
002500*-------------------------------------------------------------------
002510* 1000-INITIALIZE - open the files and prime the first
002520* transaction. The customer master is opened I-O, and is created
002530* empty the first time it is maintained.
002540*-------------------------------------------------------------------
002550 1000-INITIALIZE.
002560     OPEN OUTPUT CUST-JOURNAL
002570     OPEN OUTPUT REJECT-FILE
002580     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002590     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
002600         DELIMITED BY SIZE INTO WS-REPORT-DATE
002610     OPEN INPUT CUST-TRANS-FILE
002620     IF WS-TRANS-NOT-FOUND
002630         DISPLAY "CUST-TRANS-FILE EMPTY OR MISSING - RUN TERM"
002640             "INATED"
002650         MOVE 16 TO RETURN-CODE
002660         GO TO 9999-TERMINATE
002670     END-IF
002680     OPEN I-O CUSTOMER-MASTER
002690     IF NOT WS-CUSTMSTR-OK AND NOT WS-CUSTMSTR-CREATED
002700         DISPLAY "CUSTOMER-MASTER WILL NOT OPEN - RUN TERMINATED"
002710         MOVE 16 TO RETURN-CODE
002720         GO TO 9999-TERMINATE
002730     END-IF
002740     READ CUST-TRANS-FILE
002750         AT END
002760             CONTINUE
002770     END-READ
002780     .
002790 1000-EXIT.
002800     EXIT.
002810
002820*-------------------------------------------------------------------
002830* 2000-PROCESS-TRANSACTION - route one transaction by its action
002840* code, then read the next. Anything that cannot be applied goes
002850* to the reject file with a reason, and the run carries on.
002860*-------------------------------------------------------------------
002870 2000-PROCESS-TRANSACTION.
002880     ADD 1 TO WS-TRANS-READ-COUNT
002890     EVALUATE TRUE
002900         WHEN CTRN-ADD
002910             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002920         WHEN CTRN-CHANGE
002930             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
002940         WHEN CTRN-DELETE
002950             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
002960         WHEN CTRN-RETURNED
002970             PERFORM 3300-APPLY-RETURNED THRU 3300-EXIT
002980         WHEN OTHER
002990             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
003000             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003010     END-EVALUATE
003020     READ CUST-TRANS-FILE
003030         AT END
003040             CONTINUE
003050     END-READ
003060     .
003070 2000-EXIT.
003080     EXIT.
003090
003100*-------------------------------------------------------------------
003110* 3000-APPLY-ADD - a duplicate add or an incomplete address is
003120* rejected; otherwise the customer is written with the address
003130* marked good and the date added.
003140*-------------------------------------------------------------------
003150 3000-APPLY-ADD.
003160     IF CTRN-CUST-ID = SPACES
003170         MOVE "CUSTOMER NUMBER MISSING" TO WS-REJECT-REASON
003180         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003190         GO TO 3000-EXIT
003200     END-IF
003210     MOVE CTRN-CUST-ID TO CUST-ID
003220     READ CUSTOMER-MASTER
003230         INVALID KEY
003240             CONTINUE
003250     END-READ
003260     IF WS-CUSTMSTR-OK
003270         MOVE "DUPLICATE ADD - CUSTOMER EXISTS"
003280             TO WS-REJECT-REASON
003290         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003300         GO TO 3000-EXIT
003310     END-IF
003320     PERFORM 3150-EDIT-ADDRESS THRU 3150-EXIT
003330     IF WS-REJECT-REASON NOT = SPACES
003340         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003350         GO TO 3000-EXIT
003360     END-IF
003370     MOVE SPACES TO CUST-MASTER-RECORD
003380     MOVE CTRN-CUST-ID TO CUST-ID
003390     PERFORM 3160-MOVE-ADDRESS THRU 3160-EXIT
003400     MOVE WS-REPORT-DATE TO CUST-ADDED-DATE
003410     WRITE CUST-MASTER-RECORD
003420         INVALID KEY
003430             MOVE "ADD - CUSTOMER WRITE FAILED"
003440                 TO WS-REJECT-REASON
003450             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003460             GO TO 3000-EXIT
003470     END-WRITE
003480     ADD 1 TO WS-TRANS-APPLIED-COUNT
003490     MOVE "ADD" TO JRNL-ACT-VERB
003500     MOVE "APPLIED" TO JRNL-ACT-RESULT
003510     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
003520     MOVE "AFTER" TO JRNL-IMG-TAG
003530     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
003540     .
003550 3000-EXIT.
003560     EXIT.
003570
003580*-------------------------------------------------------------------
003590* 3100-APPLY-CHANGE - a change to a missing customer or with an
003600* incomplete address is rejected; otherwise the name and the
003610* whole address are replaced, journaled before and after. A new
003620* address is a good one, so any returned-mail flag is cleared.
003630*-------------------------------------------------------------------
003640 3100-APPLY-CHANGE.
003650     MOVE CTRN-CUST-ID TO CUST-ID
003660     READ CUSTOMER-MASTER
003670         INVALID KEY
003680             MOVE "CHANGE - CUSTOMER NOT ON FILE"
003690                 TO WS-REJECT-REASON
003700             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003710             GO TO 3100-EXIT
003720     END-READ
003730     PERFORM 3150-EDIT-ADDRESS THRU 3150-EXIT
003740     IF WS-REJECT-REASON NOT = SPACES
003750         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
003760         GO TO 3100-EXIT
003770     END-IF
003780     MOVE "CHANGE" TO JRNL-ACT-VERB
003790     MOVE "APPLIED" TO JRNL-ACT-RESULT
003800     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
003810     MOVE "BEFORE" TO JRNL-IMG-TAG
003820     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
003830     PERFORM 3160-MOVE-ADDRESS THRU 3160-EXIT
003840     REWRITE CUST-MASTER-RECORD
003850     ADD 1 TO WS-TRANS-APPLIED-COUNT
003860     MOVE "AFTER" TO JRNL-IMG-TAG
003870     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
003880     .
003890 3100-EXIT.
003900     EXIT.
003910
003920*-------------------------------------------------------------------
003930* 3150-EDIT-ADDRESS - an address the mail room can use: name,
003940* first address line, city, state and postal code all present.
003950* Leaves the reject reason blank when the address passes.
003960*-------------------------------------------------------------------
003970 3150-EDIT-ADDRESS.
003980     MOVE SPACES TO WS-REJECT-REASON
003990     IF CTRN-NAME = SPACES
004000         MOVE "CUSTOMER NAME MISSING" TO WS-REJECT-REASON
004010         GO TO 3150-EXIT
004020     END-IF
004030     IF CTRN-ADDRESS-LINE-1 = SPACES
004040         OR CTRN-CITY = SPACES
004050         OR CTRN-STATE = SPACES
004060         OR CTRN-POSTAL-CODE = SPACES
004070         MOVE "MAILING ADDRESS INCOMPLETE" TO WS-REJECT-REASON
004080     END-IF
004090     .
004100 3150-EXIT.
004110     EXIT.
004120
004130*-------------------------------------------------------------------
004140* 3160-MOVE-ADDRESS - the transaction's name and address onto the
004150* customer record, marked good.
004160*-------------------------------------------------------------------
004170 3160-MOVE-ADDRESS.
004180     MOVE CTRN-NAME TO CUST-NAME
004190     MOVE CTRN-ADDRESS-LINE-1 TO CUST-ADDRESS-LINE-1
004200     MOVE CTRN-ADDRESS-LINE-2 TO CUST-ADDRESS-LINE-2
004210     MOVE CTRN-CITY TO CUST-CITY
004220     MOVE CTRN-STATE TO CUST-STATE
004230     MOVE CTRN-POSTAL-CODE TO CUST-POSTAL-CODE
004240     SET CUST-MAIL-GOOD TO TRUE
004250     MOVE SPACES TO CUST-RETURNED-DATE
004260     .
004270 3160-EXIT.
004280     EXIT.
004290
004300*-------------------------------------------------------------------
004310* 3200-APPLY-DELETE - a delete of a missing customer, of one
004320* still holding an account on the master, or of one named on an
004330* item still pending approval, is rejected; otherwise the
004340* record's last image is journaled and the record deleted.
004350*-------------------------------------------------------------------
004360 3200-APPLY-DELETE.
004370     MOVE CTRN-CUST-ID TO CUST-ID
004380     READ CUSTOMER-MASTER
004390         INVALID KEY
004400             MOVE "DELETE - CUSTOMER NOT ON FILE"
004410                 TO WS-REJECT-REASON
004420             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
004430             GO TO 3200-EXIT
004440     END-READ
004450     PERFORM 3250-CHECK-LINKED-ACCOUNTS THRU 3250-EXIT
004460     IF WS-CUSTOMER-HAS-ACCOUNTS
004470         MOVE "DELETE - CUSTOMER HOLDS ACCOUNTS"
004480             TO WS-REJECT-REASON
004490         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
004500         GO TO 3200-EXIT
004510     END-IF
004520     IF WS-CUSTOMER-ON-PENDING-ITEM
004530         MOVE "DELETE - ON PENDING APPROVAL" TO WS-REJECT-REASON
004540         PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
004550         GO TO 3200-EXIT
004560     END-IF
004570     MOVE "DELETE" TO JRNL-ACT-VERB
004580     MOVE "APPLIED" TO JRNL-ACT-RESULT
004590     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
004600     MOVE "BEFORE" TO JRNL-IMG-TAG
004610     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
004620     DELETE CUSTOMER-MASTER
004630     ADD 1 TO WS-TRANS-APPLIED-COUNT
004640     .
004650 3200-EXIT.
004660     EXIT.
004670
004680*-------------------------------------------------------------------
004690* 3250-CHECK-LINKED-ACCOUNTS - sweep the account master for any
004700* account still linked to the customer, then the pending-approval
004710* file for an add or change still waiting to link one; MNTAPPR
004720* would otherwise apply that link to a deleted customer. Deletes
004730* are rare, so each file is opened for its sweep and closed
004740* again. A missing file has nothing to hold the customer.
004750*-------------------------------------------------------------------
004760 3250-CHECK-LINKED-ACCOUNTS.
004770     SET WS-CUSTOMER-HAS-NO-ACCOUNTS TO TRUE
004780     OPEN INPUT ACCOUNT-MASTER
004790     IF WS-ACCTMSTR-OK
004800         SET WS-SWEEP-NOT-DONE TO TRUE
004810         PERFORM 3260-CHECK-ONE-ACCOUNT THRU 3260-EXIT
004820             UNTIL WS-SWEEP-DONE
004830         CLOSE ACCOUNT-MASTER
004840     END-IF
004850     IF WS-CUSTOMER-HAS-ACCOUNTS
004860         GO TO 3250-EXIT
004870     END-IF
004880     OPEN INPUT PENDING-APPROVAL-FILE
004890     IF NOT WS-PEND-OK
004900         GO TO 3250-EXIT
004910     END-IF
004920     SET WS-SWEEP-NOT-DONE TO TRUE
004930     PERFORM 3270-CHECK-ONE-PENDING-ITEM THRU 3270-EXIT
004940         UNTIL WS-SWEEP-DONE
004950     CLOSE PENDING-APPROVAL-FILE
004960     .
004970 3250-EXIT.
004980     EXIT.
004990
005000*-------------------------------------------------------------------
005010* 3260-CHECK-ONE-ACCOUNT - one account's customer link. A read
005020* that fails other than at end of file would never finish the
005030* sweep, so it ends the run.
005040*-------------------------------------------------------------------
005050 3260-CHECK-ONE-ACCOUNT.
005060     READ ACCOUNT-MASTER NEXT
005070         AT END
005080             SET WS-SWEEP-DONE TO TRUE
005090             GO TO 3260-EXIT
005100     END-READ
005110     IF NOT WS-ACCTMSTR-OK
005120         DISPLAY "ACCOUNT-MASTER READ FAILED - RUN TERMINATED: "
005130             WS-ACCTMSTR-STATUS
005140         MOVE 16 TO RETURN-CODE
005150         GO TO 9999-TERMINATE
005160     END-IF
005170     IF ACCT-CUSTOMER-ID = CTRN-CUST-ID
005180         SET WS-CUSTOMER-HAS-ACCOUNTS TO TRUE
005190         SET WS-SWEEP-DONE TO TRUE
005200     END-IF
005210     .
005220 3260-EXIT.
005230     EXIT.
005240
005250*-------------------------------------------------------------------
005260* 3270-CHECK-ONE-PENDING-ITEM - one pending-approval item's
005270* customer link. Items already approved or voided are done with.
005280*-------------------------------------------------------------------
005290 3270-CHECK-ONE-PENDING-ITEM.
005300     READ PENDING-APPROVAL-FILE
005310         AT END
005320             SET WS-SWEEP-DONE TO TRUE
005330             GO TO 3270-EXIT
005340     END-READ
005350     IF NOT WS-PEND-OK
005360         DISPLAY "PENDING-APPROVAL READ FAILED - RUN TERMINATED: "
005370             WS-PEND-STATUS
005380         MOVE 16 TO RETURN-CODE
005390         GO TO 9999-TERMINATE
005400     END-IF
005410     IF PEND-PENDING
005420         AND PEND-CUSTOMER-ID = CTRN-CUST-ID
005430         SET WS-CUSTOMER-ON-PENDING-ITEM TO TRUE
005440         SET WS-SWEEP-DONE TO TRUE
005450     END-IF
005460     .
005470 3270-EXIT.
005480     EXIT.
005490
005500*-------------------------------------------------------------------
005510* 3300-APPLY-RETURNED - mail came back from the address on file:
005520* flag it, dated, so statements are held until a change keys a
005530* new address. Only the flag is touched.
005540*-------------------------------------------------------------------
005550 3300-APPLY-RETURNED.
005560     MOVE CTRN-CUST-ID TO CUST-ID
005570     READ CUSTOMER-MASTER
005580         INVALID KEY
005590             MOVE "RETURNED - CUSTOMER NOT ON FILE"
005600                 TO WS-REJECT-REASON
005610             PERFORM 7000-REJECT-TRANSACTION THRU 7000-EXIT
005620             GO TO 3300-EXIT
005630     END-READ
005640     MOVE "RETURNED" TO JRNL-ACT-VERB
005650     MOVE "APPLIED" TO JRNL-ACT-RESULT
005660     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
005670     MOVE "BEFORE" TO JRNL-IMG-TAG
005680     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
005690     SET CUST-MAIL-RETURNED TO TRUE
005700     MOVE WS-REPORT-DATE TO CUST-RETURNED-DATE
005710     REWRITE CUST-MASTER-RECORD
005720     ADD 1 TO WS-TRANS-APPLIED-COUNT
005730     MOVE "AFTER" TO JRNL-IMG-TAG
005740     PERFORM 8200-PRINT-IMAGE THRU 8200-EXIT
005750     .
005760 3300-EXIT.
005770     EXIT.
005780
005790*-------------------------------------------------------------------
005800* 7000-REJECT-TRANSACTION - file the transaction image and reason
005810* on the reject file for correction and resubmission, and journal
005820* the rejection.
005830*-------------------------------------------------------------------
005840 7000-REJECT-TRANSACTION.
005850     ADD 1 TO WS-TRANS-REJECTED-COUNT
005860     MOVE SPACES TO REJECT-RECORD
005870     MOVE CUST-TRANS-RECORD TO REJ-TRANS-IMAGE
005880     MOVE WS-REJECT-REASON TO REJ-REASON
005890     WRITE REJECT-RECORD
005900     MOVE "REJECT" TO JRNL-ACT-VERB
005910     MOVE WS-REJECT-REASON TO JRNL-ACT-RESULT
005920     PERFORM 8100-PRINT-ACTION THRU 8100-EXIT
005930     .
005940 7000-EXIT.
005950     EXIT.
005960
005970*-------------------------------------------------------------------
005980* 8000-PRINT-HEADINGS - journal header, printed at the top of
005990* every page.
006000*-------------------------------------------------------------------
006010 8000-PRINT-HEADINGS.
006020     ADD 1 TO WS-PAGE-NUMBER
006030     MOVE WS-REPORT-DATE TO JRNL-HDR-DATE
006040     MOVE WS-PAGE-NUMBER TO JRNL-HDR-PAGE
006050     WRITE JRNL-PRINT-RECORD FROM JRNL-HEADING-LINE
006060     MOVE ZERO TO WS-LINE-COUNT
006070     .
006080 8000-EXIT.
006090     EXIT.
006100
006110*-------------------------------------------------------------------
006120* 8100-PRINT-ACTION - one action line naming the transaction, the
006130* customer and what became of it, paging when the page is full.
006140*-------------------------------------------------------------------
006150 8100-PRINT-ACTION.
006160     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006170         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
006180     END-IF
006190     MOVE CTRN-CUST-ID TO JRNL-ACT-CUST
006200     WRITE JRNL-PRINT-RECORD FROM JRNL-ACTION-LINE
006210     ADD 1 TO WS-LINE-COUNT
006220     .
006230 8100-EXIT.
006240     EXIT.
006250
006260*-------------------------------------------------------------------
006270* 8200-PRINT-IMAGE - a before or after image of the customer
006280* record currently in the record area.
006290*-------------------------------------------------------------------
006300 8200-PRINT-IMAGE.
006310     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006320         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
006330     END-IF
006340     MOVE CUST-NAME TO JRNL-IMG-NAME
006350     MOVE CUST-ADDRESS-LINE-1 TO JRNL-IMG-ADDRESS-1
006360     MOVE CUST-ADDRESS-LINE-2 TO JRNL-IMG-ADDRESS-2
006370     MOVE CUST-CITY TO JRNL-IMG-CITY
006380     MOVE CUST-STATE TO JRNL-IMG-STATE
006390     MOVE CUST-POSTAL-CODE TO JRNL-IMG-POSTAL-CODE
006400     MOVE CUST-MAIL-STATUS TO JRNL-IMG-MAIL-STATUS
006410     WRITE JRNL-PRINT-RECORD FROM JRNL-IMAGE-LINE
006420     ADD 1 TO WS-LINE-COUNT
006430     .
006440 8200-EXIT.
006450     EXIT.
006460
006470*-------------------------------------------------------------------
006480* 8500-PRINT-TOTALS - the run's proof counts: transactions read,
006490* applied and rejected.
006500*-------------------------------------------------------------------
006510 8500-PRINT-TOTALS.
006520     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006530         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
006540     END-IF
006550     MOVE WS-TRANS-READ-COUNT TO JRNL-TOT-READ
006560     MOVE WS-TRANS-APPLIED-COUNT TO JRNL-TOT-APPLIED
006570     MOVE WS-TRANS-REJECTED-COUNT TO JRNL-TOT-REJECTED
006580     WRITE JRNL-PRINT-RECORD FROM JRNL-TOTAL-LINE
006590     .
006600 8500-EXIT.
006610     EXIT.
006620
006630*-------------------------------------------------------------------
006640* 9999-TERMINATE - single exit point for the run.
006650*-------------------------------------------------------------------
006660 9999-TERMINATE.
006670     CLOSE CUST-JOURNAL
006680     CLOSE REJECT-FILE
006690     CLOSE CUST-TRANS-FILE
006700     CLOSE CUSTOMER-MASTER
006710     STOP RUN.
006720 END PROGRAM CUSTMNT.
