000090*              field names in the headings. The history is
000100*              sorted to account order and matched against the
000110*              master swept in key order; an account with no
000120*              history gets a no-activity statement. Every
000130*              statement carries its customer's mailing address
000140*              from the customer master (CUSTMSTR), and one
000150*              customer's statements are sorted together into a
000160*              single numbered mailing. Statements for an account
000170*              with no customer on file, or for an address
000180*              flagged as returned mail, are held back on their
000190*              own file and listed for follow-up.
000200* Tectonics:   cobc
000210*-------------------------------------------------------------------
000220* Modification History
000230* Date       Init  Description
000240* ---------- ----  ------------------------------------------------
000250* 2026-08-22  MSA  New program: the amortization report is an
000260*                   internal working document and was never fit
000270*                   to hand a customer.
000280* 2026-08-22  MSA  Statement period dates now print in the
000290*                   header block on every statement, including
000300*                   the no-activity one, instead of trailing
000310*                   the detail. History record layout taken
000320*                   from the shared AMORTREC copybook.
000330* 2026-09-02  MSA  Joined the shared run-sequence control: the
000340*                   RUNCTL file (shared RUNCTLR copybook) is
000350*                   checked at start-up - no run while the
000360*                   predecessor step has not ended clean or a
000370*                   master-updating step is in flight - and
000380*                   stamped with this run's start, end and
000390*                   return code.
000400* 2026-09-02  MSA  Assessed fees now print as their own
000410*                   statement block: the fee run's FEEHIST
000420*                   details (shared FEEREC copybook) are sorted
000430*                   to account order and matched alongside the
000440*                   amortization history, so a service charge
000450*                   shows as a fee line instead of an
000460*                   unexplained balance jump.
000470* 2026-10-15  MSA  TRANPOST postings now print as their own
000480*                   statement block from the TPSTHIST posted-
000490*                   transaction history (shared POSTREC
000500*                   copybook), each with its reference number,
000510*                   and a reversal printed directly under the
000520*                   posting it reversed, so the two read as a
000530*                   matched pair.
000540* 2026-10-15  MSA  Mailing address block from the new customer
000550*                   master (shared CUSTREC copybook) on every
000560*                   statement page. Statements are now built on
000570*                   a work file and sorted by customer, so each
000580*                   customer's accounts go out as one numbered
000590*                   mailing; returned-mail and unaddressed
000600*                   statements go to STMTHELD instead, listed
000610*                   with the reason on STMTHLST.
000620* 2026-10-15  MSA  Sorted postings file now closed at end of run
000630*                   with the sorted history and fee files.
000631* 2026-10-15  MSA  Column-heading and blank lines now go through
000632*                   the statement sort with the rest of the page,
000633*                   so they print inside their own statement.
000640*******************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.    ACCTSTMT.
000670 AUTHOR.        MSALPDOGAN.
000680 INSTALLATION.  OPERATIONS.
000690 DATE-WRITTEN.  08/22/2026.
000700 DATE-COMPILED.
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS ACCT-ID
000780         FILE STATUS IS WS-ACCTMSTR-STATUS.
000790
000800     SELECT AMORT-HISTORY ASSIGN TO "AMORTHST"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-AMORTHST-STATUS.
000830
000840     SELECT SORTED-HISTORY ASSIGN TO "HISTSORT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-SHIST-STATUS.
000870
000880     SELECT SORT-FILE ASSIGN TO "SORTWK".
000890
000900     SELECT OPTIONAL FEE-HISTORY ASSIGN TO "FEEHIST"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-FEEHIST-STATUS.
000930
000940     SELECT SORTED-FEES ASSIGN TO "FEESORT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-SFEE-STATUS.
000970
000980     SELECT FEE-SORT-FILE ASSIGN TO "FEESTWK".
000990
001000     SELECT OPTIONAL POSTED-HISTORY ASSIGN TO "TPSTHIST"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-POSTHIST-STATUS.
001030
001040     SELECT SORTED-POSTINGS ASSIGN TO "TPSTSORT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-STRN-STATUS.
001070
001080     SELECT POSTING-SORT-FILE ASSIGN TO "TPSTSTWK".
001090
001100     SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
001110         ORGANIZATION IS LINE SEQUENTIAL.
001120
001130     SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS RANDOM
001160         RECORD KEY IS CUST-ID
001170         FILE STATUS IS WS-CUSTMSTR-STATUS.
001180
001190     SELECT STATEMENT-WORK-FILE ASSIGN TO "STMTWORK"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-SWRK-STATUS.
001220
001230     SELECT STATEMENT-SORT-FILE ASSIGN TO "STMTSTWK".
001240
001250     SELECT HELD-STATEMENT-FILE ASSIGN TO "STMTHELD"
001260         ORGANIZATION IS LINE SEQUENTIAL.
001270
001280     SELECT HELD-LIST-FILE ASSIGN TO "STMTHLST"
001290         ORGANIZATION IS LINE SEQUENTIAL.
001300
001310     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-RUNCTL-STATUS.
001340
001350 DATA DIVISION.
001360 FILE SECTION.
001370*-------------------------------------------------------------------
001380* ACCOUNT-MASTER - swept in key order; one statement per record.
001390* Record layout is the shared ACCTREC copybook.
001400*-------------------------------------------------------------------
001410 FD  ACCOUNT-MASTER.
001420 COPY ACCTREC.
001430
001440*-------------------------------------------------------------------
001450* AMORT-HISTORY - the calculation run's machine-readable output,
001460* in the shared AMORTREC layouts; only the 'D' details are of
001470* interest here, the trailer is the receiving job's proof.
001480*-------------------------------------------------------------------
001490 FD  AMORT-HISTORY.
001500 COPY AMORTREC.
001510
001520*-------------------------------------------------------------------
001530* SORTED-HISTORY - the history details in account/period order,
001540* ready for the co-sequential match with the master.
001550*-------------------------------------------------------------------
001560 FD  SORTED-HISTORY.
001570 01  SHIST-RECORD.
001580     05  SHIST-TYPE                  PIC X(01).
001590     05  SHIST-ACCT-ID               PIC X(07).
001600     05  SHIST-RUN-DATE              PIC X(10).
001610     05  SHIST-PERIOD                PIC 9(03).
001620     05  SHIST-OPENING               PIC S9(36)V9(2)
001630                                      SIGN LEADING SEPARATE.
001640     05  SHIST-INTEREST              PIC S9(36)V9(2)
001650                                      SIGN LEADING SEPARATE.
001660     05  SHIST-CLOSING               PIC S9(36)V9(2)
001670                                      SIGN LEADING SEPARATE.
001680
001690 SD  SORT-FILE.
001700 01  SORT-HIST-RECORD.
001710     05  SORT-TYPE                   PIC X(01).
001720     05  SORT-ACCT-ID                PIC X(07).
001730     05  SORT-RUN-DATE               PIC X(10).
001740     05  SORT-PERIOD                 PIC 9(03).
001750     05  SORT-OPENING                PIC S9(36)V9(2)
001760                                      SIGN LEADING SEPARATE.
001770     05  SORT-INTEREST               PIC S9(36)V9(2)
001780                                      SIGN LEADING SEPARATE.
001790     05  SORT-CLOSING                PIC S9(36)V9(2)
001800                                      SIGN LEADING SEPARATE.
001810
001820*-------------------------------------------------------------------
001830* FEE-HISTORY - the fee assessment run's machine-readable
001840* output, in the shared FEEREC layouts; only the 'D' details
001850* are of interest here. A missing file simply means no fee
001860* lines on any statement.
001870*-------------------------------------------------------------------
001880 FD  FEE-HISTORY.
001890 COPY FEEREC.
001900
001910*-------------------------------------------------------------------
001920* SORTED-FEES - the fee details in account order, ready for the
001930* co-sequential match with the master.
001940*-------------------------------------------------------------------
001950 FD  SORTED-FEES.
001960 01  SFEE-RECORD.
001970     05  SFEE-TYPE                   PIC X(01).
001980     05  SFEE-ACCT-ID                PIC X(07).
001990     05  SFEE-RUN-DATE               PIC X(10).
002000     05  SFEE-PRODUCT-CODE           PIC X(04).
002010     05  SFEE-FEE-TYPE               PIC X(01).
002020     05  SFEE-AMOUNT                 PIC S9(13)V9(2)
002030                                      SIGN LEADING SEPARATE.
002040
002050 SD  FEE-SORT-FILE.
002060 01  FSRT-RECORD.
002070     05  FSRT-TYPE                   PIC X(01).
002080     05  FSRT-ACCT-ID                PIC X(07).
002090     05  FSRT-RUN-DATE               PIC X(10).
002100     05  FSRT-PRODUCT-CODE           PIC X(04).
002110     05  FSRT-FEE-TYPE               PIC X(01).
002120     05  FSRT-AMOUNT                 PIC S9(13)V9(2)
002130                                      SIGN LEADING SEPARATE.
002140
002150*-------------------------------------------------------------------
002160* POSTED-HISTORY - TRANPOST's posted-transaction history in the
002170* shared POSTREC layout. A missing file simply means no posting
002180* lines on any statement.
002190*-------------------------------------------------------------------
002200 FD  POSTED-HISTORY.
002210 COPY POSTREC.
002220
002230*-------------------------------------------------------------------
002240* SORTED-POSTINGS - the postings in account order, each reversal
002250* filed behind the posting it reversed: the pair reference is
002260* the original's reference on both, the posting's own reference
002270* then orders the pair.
002280*-------------------------------------------------------------------
002290 FD  SORTED-POSTINGS.
002300 01  STRN-RECORD.
002310     05  STRN-ACCT-ID                PIC X(07).
002320     05  STRN-PAIR-REF               PIC 9(10).
002330     05  STRN-REF-NUMBER             PIC 9(10).
002340     05  STRN-RUN-DATE               PIC X(10).
002350     05  STRN-POST-DATE              PIC X(10).
002360     05  STRN-TRAN-CODE              PIC X(03).
002370         88  STRN-REVERSAL           VALUE 'REV'.
002380     05  STRN-AMOUNT                 PIC S9(13)V9(2)
002390                                      SIGN LEADING SEPARATE.
002400     05  STRN-REVERSES-REF           PIC 9(10).
002410     05  STRN-ORIG-POST-DATE         PIC X(10).
002420     05  STRN-ORIG-TRAN-CODE         PIC X(03).
002430
002440 SD  POSTING-SORT-FILE.
002450 01  TSRT-RECORD.
002460     05  TSRT-ACCT-ID                PIC X(07).
002470     05  TSRT-PAIR-REF               PIC 9(10).
002480     05  TSRT-REF-NUMBER             PIC 9(10).
002490     05  TSRT-RUN-DATE               PIC X(10).
002500     05  TSRT-POST-DATE              PIC X(10).
002510     05  TSRT-TRAN-CODE              PIC X(03).
002520     05  TSRT-AMOUNT                 PIC S9(13)V9(2)
002530                                      SIGN LEADING SEPARATE.
002540     05  TSRT-REVERSES-REF           PIC 9(10).
002550     05  TSRT-ORIG-POST-DATE         PIC X(10).
002560     05  TSRT-ORIG-TRAN-CODE         PIC X(03).
002570
002580*-------------------------------------------------------------------
002590* STATEMENT-FILE - the customer statements, one page-broken
002600* statement per account, in customer order so each customer's
002610* statements form one mailing.
002620*-------------------------------------------------------------------
002630 FD  STATEMENT-FILE.
002640 01  STMT-PRINT-RECORD               PIC X(133).
002650
002660*-------------------------------------------------------------------
002670* CUSTOMER-MASTER - the customer's name and mailing address for
002680* the statement's address block, read by the account's customer
002690* number. Shared CUSTREC layout.
002700*-------------------------------------------------------------------
002710 FD  CUSTOMER-MASTER.
002720 COPY CUSTREC.
002730
002740*-------------------------------------------------------------------
002750* STATEMENT-WORK-FILE - every statement line as the match builds
002760* it, tagged with whether the statement is held, the customer,
002770* the account and the line's place in the statement, so the
002780* statements can be sorted into mailings.
002790*-------------------------------------------------------------------
002800 FD  STATEMENT-WORK-FILE.
002810 01  SWRK-RECORD.
002820     05  SWRK-HOLD-FLAG              PIC X(01).
002830     05  SWRK-CUSTOMER-ID            PIC X(08).
002840     05  SWRK-ACCT-ID                PIC X(07).
002850     05  SWRK-LINE-SEQ               PIC 9(05).
002860     05  SWRK-LINE-TYPE              PIC X(01).
002870     05  SWRK-PRINT-LINE             PIC X(133).
002880
002890 SD  STATEMENT-SORT-FILE.
002900 01  SSRT-RECORD.
002910     05  SSRT-HOLD-FLAG              PIC X(01).
002920         88  SSRT-HELD               VALUE 'H'.
002930     05  SSRT-CUSTOMER-ID            PIC X(08).
002940     05  SSRT-ACCT-ID                PIC X(07).
002950     05  SSRT-LINE-SEQ               PIC 9(05).
002960     05  SSRT-LINE-TYPE              PIC X(01).
002970         88  SSRT-HEADING            VALUE 'H'.
002980     05  SSRT-PRINT-LINE             PIC X(133).
002990
003000*-------------------------------------------------------------------
003010* HELD-STATEMENT-FILE - statements not mailed: no customer on
003020* file for the account, or mail returned from the address.
003030*-------------------------------------------------------------------
003040 FD  HELD-STATEMENT-FILE.
003050 01  HELD-PRINT-RECORD               PIC X(133).
003060
003070*-------------------------------------------------------------------
003080* HELD-LIST-FILE - one line per held statement with the reason,
003090* for the mail room to chase a good address.
003100*-------------------------------------------------------------------
003110 FD  HELD-LIST-FILE.
003120 01  HLST-PRINT-RECORD               PIC X(133).
003130
003140*-------------------------------------------------------------------
003150* RUN-CONTROL-FILE - the night stream's shared run-sequence
003160* control, one record per batch program in the shared RUNCTLR
003170* layout, checked and stamped by every program in the stream.
003180*-------------------------------------------------------------------
003190 FD  RUN-CONTROL-FILE.
003200 COPY RUNCTLR.
003210
003220 WORKING-STORAGE SECTION.
003230*-------------------------------------------------------------------
003240* Run-sequence control: the shared RUNCTL file loaded at
003250* start-up, checked, stamped with this run's start, and stamped
003260* again with its end and return code at termination. The rules
003270* the checks enforce are with the RUNCTLR copybook.
003280*-------------------------------------------------------------------
003290 01  WS-RUNCTL-STATUS                PIC X(02).
003300     88  WS-RUNCTL-OK                VALUE '00'.
003310     88  WS-RUNCTL-CREATED           VALUE '05'.
003320
003330 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
003340 01  WS-RCTL-TABLE-AREA.
003350     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
003360     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
003370         10  WS-RCTL-PROGRAM         PIC X(08).
003380         10  WS-RCTL-STATE           PIC X(01).
003390         10  WS-RCTL-MASTER          PIC X(01).
003400         10  WS-RCTL-START-DATE      PIC X(10).
003410         10  WS-RCTL-START-TIME      PIC X(08).
003420         10  WS-RCTL-END-DATE        PIC X(10).
003430         10  WS-RCTL-END-TIME        PIC X(08).
003440         10  WS-RCTL-RC              PIC 9(02).
003450
003460 01  WS-RCTL-IX                      PIC 9(03) COMP.
003470 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
003480 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
003490 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
003500
003510 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "ACCTSTMT".
003520 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE "PI".
003530 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE SPACE.
003540
003550 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
003560     88  WS-RCTL-STAMPED             VALUE 'Y'.
003570
003580 01  WS-CURRENT-TIME                 PIC 9(08).
003590 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
003600     05  WS-TIME-HH                  PIC 9(02).
003610     05  WS-TIME-MN                  PIC 9(02).
003620     05  WS-TIME-SS                  PIC 9(02).
003630     05  WS-TIME-CC                  PIC 9(02).
003640 01  WS-RUN-TIME-EDIT                PIC X(08).
003650
003660*-------------------------------------------------------------------
003670* Print lines, kept in working storage so their VALUE clauses
003680* are honored, and written with WRITE ... FROM.
003690*-------------------------------------------------------------------
003700 01  STMT-HEADING-LINE.
003710     05  FILLER                      PIC X(01) VALUE '1'.
003720     05  FILLER                      PIC X(30)
003730                 VALUE "CUSTOMER ACCOUNT STATEMENT".
003740     05  FILLER                      PIC X(16)
003750                 VALUE "STATEMENT DATE: ".
003760     05  STMT-HDR-DATE               PIC X(10).
003770     05  FILLER                      PIC X(04) VALUE SPACES.
003780     05  FILLER                      PIC X(09) VALUE "MAILING: ".
003790     05  STMT-HDR-MAILING            PIC X(05).
003800
003810 01  STMT-ADDRESS-LINE.
003820     05  FILLER                      PIC X(01) VALUE SPACE.
003830     05  FILLER                      PIC X(04) VALUE SPACES.
003840     05  STMT-ADDRESS-TEXT           PIC X(40).
003850
003860 01  STMT-ACCOUNT-LINE.
003870     05  FILLER                      PIC X(01) VALUE SPACE.
003880     05  FILLER                      PIC X(09)
003890                                      VALUE "ACCOUNT: ".
003900     05  STMT-ACCT-ID                PIC X(07).
003910     05  FILLER                      PIC X(03) VALUE SPACES.
003920     05  STMT-ACCT-NAME              PIC X(30).
003930
003940 01  STMT-PERIOD-RANGE-LINE.
003950     05  FILLER                      PIC X(01) VALUE SPACE.
003960     05  FILLER                      PIC X(18)
003970                 VALUE "STATEMENT PERIOD: ".
003980     05  STMT-RANGE-FROM             PIC X(10).
003990     05  FILLER                      PIC X(04) VALUE " TO ".
004000     05  STMT-RANGE-TO               PIC X(10).
004010
004020 01  STMT-NO-ACTIVITY-LINE.
004030     05  FILLER                      PIC X(01) VALUE SPACE.
004040     05  FILLER                      PIC X(34)
004050                 VALUE "NO ACTIVITY THIS STATEMENT PERIOD".
004060
004070 01  STMT-OPENING-LINE.
004080     05  FILLER                      PIC X(01) VALUE SPACE.
004090     05  FILLER                      PIC X(20)
004100                 VALUE "OPENING BALANCE".
004110     05  STMT-OPENING-BALANCE        PIC $(14)9.99CR.
004120
004130 01  STMT-COLUMN-LINE.
004140     05  FILLER                      PIC X(01) VALUE SPACE.
004150     05  FILLER                      PIC X(10) VALUE "PERIOD".
004160     05  FILLER                      PIC X(20)
004170                 VALUE "INTEREST ACCRUED".
004180
004190 01  STMT-DETAIL-LINE.
004200     05  FILLER                      PIC X(01) VALUE SPACE.
004210     05  FILLER                      PIC X(03) VALUE SPACES.
004220     05  STMT-DTL-PERIOD             PIC ZZ9.
004230     05  FILLER                      PIC X(04) VALUE SPACES.
004240     05  STMT-DTL-INTEREST           PIC $(14)9.99CR.
004250
004260 01  STMT-CLOSING-LINE.
004270     05  FILLER                      PIC X(01) VALUE SPACE.
004280     05  FILLER                      PIC X(20)
004290                 VALUE "CLOSING BALANCE".
004300     05  STMT-CLOSING-BALANCE        PIC $(14)9.99CR.
004310
004320
004330 01  STMT-FEE-COLUMN-LINE.
004340     05  FILLER                      PIC X(01) VALUE SPACE.
004350     05  FILLER                      PIC X(10) VALUE "PRODUCT".
004360     05  FILLER                      PIC X(20)
004370                 VALUE "FEES ASSESSED".
004380
004390 01  STMT-FEE-DETAIL-LINE.
004400     05  FILLER                      PIC X(01) VALUE SPACE.
004410     05  FILLER                      PIC X(03) VALUE SPACES.
004420     05  STMT-FEE-PRODUCT            PIC X(04).
004430     05  FILLER                      PIC X(03) VALUE SPACES.
004440     05  STMT-FEE-AMOUNT             PIC $(14)9.99CR.
004450
004460 01  STMT-POSTING-COLUMN-LINE.
004470     05  FILLER                      PIC X(01) VALUE SPACE.
004480     05  FILLER                      PIC X(12) VALUE "DATE".
004490     05  FILLER                      PIC X(12)
004500                                      VALUE "TRANSACTION".
004510     05  FILLER                      PIC X(12)
004520                                      VALUE "REFERENCE".
004530     05  FILLER                      PIC X(20) VALUE "AMOUNT".
004540
004550 01  STMT-POSTING-DETAIL-LINE.
004560     05  FILLER                      PIC X(01) VALUE SPACE.
004570     05  STMT-PST-DATE               PIC X(10).
004580     05  FILLER                      PIC X(02) VALUE SPACES.
004590     05  STMT-PST-TYPE               PIC X(10).
004600     05  FILLER                      PIC X(02) VALUE SPACES.
004610     05  STMT-PST-REF                PIC 9(10).
004620     05  FILLER                      PIC X(02) VALUE SPACES.
004630     05  STMT-PST-AMOUNT             PIC $(14)9.99CR.
004640     05  FILLER                      PIC X(02) VALUE SPACES.
004650     05  STMT-PST-NOTE               PIC X(30).
004660
004670 01  STMT-BLANK-LINE.
004680     05  FILLER                      PIC X(01) VALUE SPACE.
004690     05  FILLER                      PIC X(79) VALUE SPACES.
004700
004710 01  HLST-HEADING-LINE.
004720     05  FILLER                      PIC X(01) VALUE '1'.
004730     05  FILLER                      PIC X(30)
004740                 VALUE "HELD STATEMENTS - NOT MAILED".
004750     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
004760     05  HLST-HDR-DATE               PIC X(10).
004770     05  FILLER                      PIC X(10) VALUE SPACES.
004780     05  FILLER                      PIC X(05) VALUE "PAGE ".
004790     05  HLST-HDR-PAGE               PIC ZZ9.
004800
004810 01  HLST-COLUMN-LINE.
004820     05  FILLER                      PIC X(01) VALUE SPACE.
004830     05  FILLER                      PIC X(09) VALUE "ACCOUNT".
004840     05  FILLER                      PIC X(32) VALUE "NAME".
004850     05  FILLER                      PIC X(10) VALUE "CUSTOMER".
004860     05  FILLER                      PIC X(30)
004870                 VALUE "REASON HELD".
004880
004890 01  HLST-DETAIL-LINE.
004900     05  FILLER                      PIC X(01) VALUE SPACE.
004910     05  HLST-DTL-ACCT               PIC X(07).
004920     05  FILLER                      PIC X(02) VALUE SPACES.
004930     05  HLST-DTL-NAME               PIC X(30).
004940     05  FILLER                      PIC X(02) VALUE SPACES.
004950     05  HLST-DTL-CUSTOMER           PIC X(08).
004960     05  FILLER                      PIC X(02) VALUE SPACES.
004970     05  HLST-DTL-REASON             PIC X(30).
004980
004990 01  HLST-TOTAL-LINE.
005000     05  FILLER                      PIC X(01) VALUE SPACE.
005010     05  FILLER                      PIC X(40)
005020                 VALUE "STATEMENTS HELD".
005030     05  HLST-TOT-HELD               PIC ZZZZZZZZ9.
005040
005050 01  WS-ACCTMSTR-STATUS              PIC X(02).
005060     88  WS-ACCTMSTR-OK              VALUE '00'.
005070     88  WS-ACCTMSTR-EOF             VALUE '10'.
005080
005090 01  WS-AMORTHST-STATUS              PIC X(02).
005100     88  WS-AMORTHST-OK              VALUE '00'.
005110     88  WS-AMORTHST-EOF             VALUE '10'.
005120     88  WS-AMORTHST-NOT-FOUND       VALUE '35'.
005130
005140 01  WS-SHIST-STATUS                 PIC X(02).
005150     88  WS-SHIST-OK                 VALUE '00'.
005160     88  WS-SHIST-EOF                VALUE '10'.
005170     88  WS-SHIST-NOT-FOUND          VALUE '35'.
005180
005190 01  WS-FEEHIST-STATUS               PIC X(02).
005200     88  WS-FEEHIST-OK               VALUE '00'.
005210     88  WS-FEEHIST-EOF              VALUE '10'.
005220     88  WS-FEEHIST-NOT-FOUND        VALUE '35'.
005230
005240 01  WS-SFEE-STATUS                  PIC X(02).
005250     88  WS-SFEE-OK                  VALUE '00'.
005260     88  WS-SFEE-EOF                 VALUE '10'.
005270     88  WS-SFEE-NOT-FOUND           VALUE '35'.
005280
005290 01  WS-POSTHIST-STATUS              PIC X(02).
005300     88  WS-POSTHIST-OK              VALUE '00'.
005310     88  WS-POSTHIST-EOF             VALUE '10'.
005320
005330 01  WS-STRN-STATUS                  PIC X(02).
005340     88  WS-STRN-OK                  VALUE '00'.
005350     88  WS-STRN-EOF                 VALUE '10'.
005360     88  WS-STRN-NOT-FOUND           VALUE '35'.
005370
005380 01  WS-CUSTMSTR-STATUS              PIC X(02).
005390     88  WS-CUSTMSTR-OK              VALUE '00'.
005400 01  WS-CUSTMSTR-SWITCH              PIC X(01) VALUE 'N'.
005410     88  WS-CUSTMSTR-OPEN            VALUE 'Y'.
005420
005430 01  WS-SWRK-STATUS                  PIC X(02).
005440     88  WS-SWRK-OK                  VALUE '00'.
005450
005460*-------------------------------------------------------------------
005470* Match control: the sorted-history account in hand, raised to
005480* HIGH-VALUES at end of file so the match loop drains cleanly.
005490*-------------------------------------------------------------------
005500 01  WS-SHIST-ACCT                   PIC X(07).
005510 01  WS-SFEE-ACCT                    PIC X(07).
005520 01  WS-STRN-ACCT                    PIC X(07).
005530
005540 01  WS-MASTER-EOF-SWITCH            PIC X(01) VALUE 'N'.
005550     88  WS-MASTER-EOF               VALUE 'Y'.
005560     88  WS-MASTER-NOT-EOF           VALUE 'N'.
005570
005580*-------------------------------------------------------------------
005590* Per-statement working fields.
005600*-------------------------------------------------------------------
005610 01  WS-FIRST-PERIOD-SWITCH          PIC X(01).
005620     88  WS-FIRST-PERIOD             VALUE 'Y'.
005630     88  WS-NOT-FIRST-PERIOD         VALUE 'N'.
005640
005650 01  WS-STMT-OPENING                 PIC S9(36)V9(2).
005660 01  WS-STMT-CLOSING                 PIC S9(36)V9(2).
005670 01  WS-STMT-FROM-DATE               PIC X(10).
005680 01  WS-STMT-TO-DATE                 PIC X(10).
005690
005700 01  WS-POSTING-BLOCK-SWITCH         PIC X(01).
005710     88  WS-POSTING-BLOCK-STARTED    VALUE 'Y'.
005720     88  WS-POSTING-BLOCK-NOT-STARTED
005730                                     VALUE 'N'.
005740 01  WS-LAST-PRINTED-REF             PIC 9(10).
005750 01  WS-POSTING-CODE                 PIC X(03).
005760 01  WS-POSTING-AMOUNT               PIC S9(13)V9(2).
005770
005780 01  WS-STATEMENT-COUNT              PIC 9(05) COMP VALUE ZERO.
005790
005800*-------------------------------------------------------------------
005810* Mailing fields: the statement's customer and address block,
005820* whether it is held and why, and the tags carried on each
005830* work-file line. The mailing number is issued as the sorted
005840* statements are distributed, one per customer.
005850*-------------------------------------------------------------------
005860 01  WS-HOLD-SWITCH                  PIC X(01).
005870     88  WS-STATEMENT-HELD           VALUE 'H'.
005880     88  WS-STATEMENT-MAILED         VALUE SPACE.
005890 01  WS-HOLD-REASON                  PIC X(30).
005900 01  WS-STMT-CUSTOMER-ID             PIC X(08).
005910 01  WS-ADDRESS-LINE-1               PIC X(40).
005920 01  WS-ADDRESS-LINE-2               PIC X(40).
005930 01  WS-ADDRESS-LINE-3               PIC X(40).
005940 01  WS-ADDRESS-LINE-4               PIC X(40).
005950
005960 01  WS-STMT-LINE                    PIC X(133).
005970 01  WS-STMT-LINE-TYPE               PIC X(01) VALUE SPACE.
005980 01  WS-STMT-LINE-SEQ                PIC 9(05).
005990
006000 01  WS-SORT-EOF-SWITCH              PIC X(01) VALUE 'N'.
006010     88  WS-SORT-EOF                 VALUE 'Y'.
006020 01  WS-LAST-CUSTOMER-ID             PIC X(08).
006030 01  WS-MAILING-NUMBER               PIC 9(05) VALUE ZERO.
006040 01  WS-MAILED-COUNT                 PIC 9(05) COMP VALUE ZERO.
006050 01  WS-HELD-COUNT                   PIC 9(05) COMP VALUE ZERO.
006060
006070 01  WS-HOLD-PAGE-NUMBER             PIC 999 COMP VALUE ZERO.
006080 01  WS-HOLD-LINE-COUNT              PIC 99 COMP VALUE 99.
006090 01  WS-HOLD-LINES-PER-PAGE          PIC 99 VALUE 50.
006100
006110 01  WS-CURRENT-DATE                 PIC 9(08).
006120 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
006130     05  WS-DATE-YYYY                PIC 9(04).
006140     05  WS-DATE-MM                  PIC 9(02).
006150     05  WS-DATE-DD                  PIC 9(02).
006160 01  WS-REPORT-DATE                  PIC X(10).
006170
006180 01  WS-LINE-COUNT                   PIC 99 COMP VALUE ZERO.
006190 01  WS-LINES-PER-PAGE               PIC 99 VALUE 55.
006200
006210 PROCEDURE DIVISION.
006220*-------------------------------------------------------------------
006230* 0000-MAINLINE - sort the history to account order, then match
006240* it against the master in one pass, one statement per account,
006250* then sort the statements by customer into mailings.
006260*-------------------------------------------------------------------
006270 0000-MAINLINE.
006280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006290     SORT SORT-FILE
006300         ON ASCENDING KEY SORT-ACCT-ID SORT-PERIOD
006310         INPUT PROCEDURE IS 1500-SELECT-HISTORY
006320             THRU 1500-EXIT
006330         GIVING SORTED-HISTORY
006340     SORT FEE-SORT-FILE
006350         ON ASCENDING KEY FSRT-ACCT-ID
006360         INPUT PROCEDURE IS 1600-SELECT-FEES
006370             THRU 1600-EXIT
006380         GIVING SORTED-FEES
006390     SORT POSTING-SORT-FILE
006400         ON ASCENDING KEY TSRT-ACCT-ID TSRT-PAIR-REF
006410             TSRT-REF-NUMBER
006420         INPUT PROCEDURE IS 1700-SELECT-POSTINGS
006430             THRU 1700-EXIT
006440         GIVING SORTED-POSTINGS
006450     PERFORM 1800-OPEN-MATCH-FILES THRU 1800-EXIT
006460     PERFORM 2000-STATEMENT-ONE-ACCOUNT THRU 2000-EXIT
006470         UNTIL WS-MASTER-EOF
006480     PERFORM 2100-SKIP-ORPHAN-HISTORY THRU 2100-EXIT
006490         UNTIL WS-SHIST-ACCT = HIGH-VALUES
006500     PERFORM 2150-SKIP-ORPHAN-FEES THRU 2150-EXIT
006510         UNTIL WS-SFEE-ACCT = HIGH-VALUES
006520     PERFORM 2170-SKIP-ORPHAN-POSTINGS THRU 2170-EXIT
006530         UNTIL WS-STRN-ACCT = HIGH-VALUES
006540     CLOSE STATEMENT-WORK-FILE
006550     SORT STATEMENT-SORT-FILE
006560         ON ASCENDING KEY SSRT-HOLD-FLAG SSRT-CUSTOMER-ID
006570             SSRT-ACCT-ID SSRT-LINE-SEQ
006580         USING STATEMENT-WORK-FILE
006590         OUTPUT PROCEDURE IS 4000-DISTRIBUTE-STATEMENTS
006600             THRU 4000-EXIT
006610     PERFORM 8600-PRINT-HELD-TOTAL THRU 8600-EXIT
006620     DISPLAY "STATEMENTS PRODUCED: " WS-STATEMENT-COUNT
006630     DISPLAY "STATEMENTS MAILED:   " WS-MAILED-COUNT
006640     DISPLAY "MAILINGS:            " WS-MAILING-NUMBER
006650     DISPLAY "STATEMENTS HELD:     " WS-HELD-COUNT
006660     GO TO 9999-TERMINATE.
006670
006680*-------------------------------------------------------------------
006690* 1000-INITIALIZE - stamp the statement date and open the print
006700* files.
006710*-------------------------------------------------------------------
006720 1000-INITIALIZE.
006730     OPEN OUTPUT STATEMENT-FILE
006740     OPEN OUTPUT HELD-STATEMENT-FILE
006750     OPEN OUTPUT HELD-LIST-FILE
006760     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
006770     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
006780         DELIMITED BY SIZE INTO WS-REPORT-DATE
006790     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
006800     .
006810 1000-EXIT.
006820     EXIT.
006830
006840*-------------------------------------------------------------------
006850* 1150-RUN-CONTROL-START - load the shared run-control file,
006860* refuse the run while the predecessor step has not ended clean
006870* or another master-updating step is marked in flight, then
006880* stamp this program's entry in flight and write the file back.
006890* An empty or missing file is first-time set-up: the run
006900* proceeds and the file is built from this entry.
006910*-------------------------------------------------------------------
006920 1150-RUN-CONTROL-START.
006930     ACCEPT WS-CURRENT-TIME FROM TIME
006940     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
006950         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
006960     OPEN INPUT RUN-CONTROL-FILE
006970     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
006980         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
006990             UNTIL NOT WS-RUNCTL-OK
007000         CLOSE RUN-CONTROL-FILE
007010     END-IF
007020     MOVE ZERO TO WS-RCTL-OWN-IX
007030     MOVE ZERO TO WS-RCTL-PRED-IX
007040     MOVE ZERO TO WS-RCTL-BLOCKER-IX
007050     IF WS-RCTL-COUNT = ZERO
007060         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
007070         GO TO 1150-STAMP-START
007080     END-IF
007090     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
007100         VARYING WS-RCTL-IX FROM 1 BY 1
007110         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
007120     IF WS-RCTL-PREDECESSOR NOT = SPACES
007130         IF WS-RCTL-PRED-IX = ZERO
007140             DISPLAY "PREDECESSOR STEP HAS NOT RUN - RUN REFUS"
007150                 "ED: " WS-RCTL-PREDECESSOR
007160             MOVE 16 TO RETURN-CODE
007170             GO TO 9999-TERMINATE
007180         END-IF
007190         IF WS-RCTL-STATE (WS-RCTL-PRED-IX) NOT = 'C'
007200             DISPLAY "PREDECESSOR STEP HAS NOT ENDED CLEAN - R"
007210                 "UN REFUSED: " WS-RCTL-PREDECESSOR
007220             MOVE 16 TO RETURN-CODE
007230             GO TO 9999-TERMINATE
007240         END-IF
007250     END-IF
007260     IF WS-RCTL-BLOCKER-IX > ZERO
007270         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
007280             "RUN REFUSED: "
007290             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
007300         MOVE 16 TO RETURN-CODE
007310         GO TO 9999-TERMINATE
007320     END-IF
007330     .
007340 1150-STAMP-START.
007350     IF WS-RCTL-OWN-IX > ZERO
007360         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
007370         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
007380             "RT ASSUMED"
007390     END-IF
007400     IF WS-RCTL-OWN-IX = ZERO
007410         IF WS-RCTL-COUNT >= WS-RCTL-MAX
007420             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
007430             MOVE 16 TO RETURN-CODE
007440             GO TO 9999-TERMINATE
007450         END-IF
007460         ADD 1 TO WS-RCTL-COUNT
007470         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
007480         MOVE WS-RCTL-OWN-PROGRAM
007490             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
007500     END-IF
007510     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
007520     MOVE WS-RCTL-OWN-MASTER-FLAG
007530         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
007540     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
007550     MOVE WS-RUN-TIME-EDIT
007560         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
007570     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
007580     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
007590     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
007600     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
007610     SET WS-RCTL-STAMPED TO TRUE
007620     .
007630 1150-EXIT.
007640     EXIT.
007650
007660*-------------------------------------------------------------------
007670* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
007680*-------------------------------------------------------------------
007690 1160-LOAD-RUN-ENTRY.
007700     READ RUN-CONTROL-FILE
007710         AT END
007720             GO TO 1160-EXIT
007730     END-READ
007740     IF WS-RCTL-COUNT >= WS-RCTL-MAX
007750         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
007760             RCTL-PROGRAM-ID
007770         GO TO 1160-EXIT
007780     END-IF
007790     ADD 1 TO WS-RCTL-COUNT
007800     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
007810     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
007820     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
007830     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
007840     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
007850     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
007860     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
007870     IF RCTL-RETURN-CODE NUMERIC
007880         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
007890     ELSE
007900         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
007910     END-IF
007920     .
007930 1160-EXIT.
007940     EXIT.
007950
007960*-------------------------------------------------------------------
007970* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
007980* program's own entry and its predecessor's sit, and any other
007990* master-updating step still marked in flight.
008000*-------------------------------------------------------------------
008010 1170-SCAN-RUN-ENTRY.
008020     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
008030         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
008040         GO TO 1170-EXIT
008050     END-IF
008060     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
008070         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
008080     END-IF
008090     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
008100         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
008110         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
008120     END-IF
008130     .
008140 1170-EXIT.
008150     EXIT.
008160
008170*-------------------------------------------------------------------
008180* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
008190* file, this program's entry updated in place.
008200*-------------------------------------------------------------------
008210 1190-WRITE-RUN-CONTROL.
008220     OPEN OUTPUT RUN-CONTROL-FILE
008230     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
008240         VARYING WS-RCTL-IX FROM 1 BY 1
008250         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
008260     CLOSE RUN-CONTROL-FILE
008270     .
008280 1190-EXIT.
008290     EXIT.
008300
008310*-------------------------------------------------------------------
008320* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
008330*-------------------------------------------------------------------
008340 1195-WRITE-ONE-RUN-ENTRY.
008350     MOVE SPACES TO RUNCTL-RECORD
008360     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
008370     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
008380     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
008390     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
008400     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
008410     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
008420     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
008430     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
008440     WRITE RUNCTL-RECORD
008450     .
008460 1195-EXIT.
008470     EXIT.
008480
008490*-------------------------------------------------------------------
008500* 1500-SELECT-HISTORY - feed the sort: history detail records
008510* only; the trailer belongs to the receiving job's proof, not
008520* the statement. A missing history file just means every
008530* account statements as no-activity.
008540*-------------------------------------------------------------------
008550 1500-SELECT-HISTORY.
008560     OPEN INPUT AMORT-HISTORY
008570     IF NOT WS-AMORTHST-OK
008580         DISPLAY "NO AMORTIZATION HISTORY - ALL STATEMENTS WIL"
008590             "L SHOW NO ACTIVITY"
008600         GO TO 1500-EXIT
008610     END-IF
008620     PERFORM 1510-RELEASE-HISTORY THRU 1510-EXIT
008630         UNTIL NOT WS-AMORTHST-OK
008640     CLOSE AMORT-HISTORY
008650     .
008660 1500-EXIT.
008670     EXIT.
008680
008690*-------------------------------------------------------------------
008700* 1510-RELEASE-HISTORY - one history record to the sort, details
008710* only.
008720*-------------------------------------------------------------------
008730 1510-RELEASE-HISTORY.
008740     READ AMORT-HISTORY
008750         AT END
008760             GO TO 1510-EXIT
008770     END-READ
008780     IF HIST-DETAIL
008790         MOVE HIST-DETAIL-RECORD TO SORT-HIST-RECORD
008800         RELEASE SORT-HIST-RECORD
008810     END-IF
008820     .
008830 1510-EXIT.
008840     EXIT.
008850
008860*-------------------------------------------------------------------
008870* 1600-SELECT-FEES - feed the fee sort: fee detail records
008880* only, the trailer being the receiving job's proof. A missing
008890* fee history just means no fee lines on any statement.
008900*-------------------------------------------------------------------
008910 1600-SELECT-FEES.
008920     OPEN INPUT FEE-HISTORY
008930     IF NOT WS-FEEHIST-OK
008940         DISPLAY "NO FEE HISTORY - STATEMENTS WILL SHOW NO FEE"
008950             " LINES"
008960         GO TO 1600-EXIT
008970     END-IF
008980     PERFORM 1610-RELEASE-FEE THRU 1610-EXIT
008990         UNTIL NOT WS-FEEHIST-OK
009000     CLOSE FEE-HISTORY
009010     .
009020 1600-EXIT.
009030     EXIT.
009040
009050*-------------------------------------------------------------------
009060* 1610-RELEASE-FEE - one fee record to the sort, details only.
009070*-------------------------------------------------------------------
009080 1610-RELEASE-FEE.
009090     READ FEE-HISTORY
009100         AT END
009110             GO TO 1610-EXIT
009120     END-READ
009130     IF FEE-DETAIL
009140         MOVE FEE-DETAIL-RECORD TO FSRT-RECORD
009150         RELEASE FSRT-RECORD
009160     END-IF
009170     .
009180 1610-EXIT.
009190     EXIT.
009200
009210*-------------------------------------------------------------------
009220* 1700-SELECT-POSTINGS - feed the posting sort from TRANPOST's
009230* posted-transaction history. A missing history just means no
009240* posting lines on any statement.
009250*-------------------------------------------------------------------
009260 1700-SELECT-POSTINGS.
009270     OPEN INPUT POSTED-HISTORY
009280     IF NOT WS-POSTHIST-OK
009290         DISPLAY "NO POSTED-TRANSACTION HISTORY - STATEMENTS WI"
009300             "LL SHOW NO POSTING LINES"
009310         GO TO 1700-EXIT
009320     END-IF
009330     PERFORM 1710-RELEASE-POSTING THRU 1710-EXIT
009340         UNTIL NOT WS-POSTHIST-OK
009350     CLOSE POSTED-HISTORY
009360     .
009370 1700-EXIT.
009380     EXIT.
009390
009400*-------------------------------------------------------------------
009410* 1710-RELEASE-POSTING - one posting to the sort, under its pair
009420* reference: a reversal's is the posting it reversed, any other
009430* posting's is its own. History written before postings carried
009440* references sorts ahead of them under zero.
009450*-------------------------------------------------------------------
009460 1710-RELEASE-POSTING.
009470     READ POSTED-HISTORY
009480         AT END
009490             GO TO 1710-EXIT
009500     END-READ
009510     MOVE SPACES TO TSRT-RECORD
009520     MOVE PTRN-ACCT-ID TO TSRT-ACCT-ID
009530     MOVE PTRN-RUN-DATE TO TSRT-RUN-DATE
009540     MOVE PTRN-POST-DATE TO TSRT-POST-DATE
009550     MOVE PTRN-TRAN-CODE TO TSRT-TRAN-CODE
009560     MOVE PTRN-AMOUNT TO TSRT-AMOUNT
009570     IF PTRN-REF-NUMBER NUMERIC
009580         MOVE PTRN-REF-NUMBER TO TSRT-REF-NUMBER
009590     ELSE
009600         MOVE ZERO TO TSRT-REF-NUMBER
009610     END-IF
009620     MOVE TSRT-REF-NUMBER TO TSRT-PAIR-REF
009630     MOVE ZERO TO TSRT-REVERSES-REF
009640     IF PTRN-REVERSAL AND PTRN-REVERSES-REF NUMERIC
009650         MOVE PTRN-REVERSES-REF TO TSRT-REVERSES-REF
009660         MOVE PTRN-REVERSES-REF TO TSRT-PAIR-REF
009670         MOVE PTRN-ORIG-POST-DATE TO TSRT-ORIG-POST-DATE
009680         MOVE PTRN-ORIG-TRAN-CODE TO TSRT-ORIG-TRAN-CODE
009690     END-IF
009700     RELEASE TSRT-RECORD
009710     .
009720 1710-EXIT.
009730     EXIT.
009740
009750*-------------------------------------------------------------------
009760* 1800-OPEN-MATCH-FILES - open the master and the sorted history
009770* and sorted fees and prime the first record from each side of
009780* the match; open the customer master for the address blocks
009790* and the work file the statements are built on.
009800*-------------------------------------------------------------------
009810 1800-OPEN-MATCH-FILES.
009820     OPEN INPUT ACCOUNT-MASTER
009830     IF NOT WS-ACCTMSTR-OK
009840         DISPLAY "ACCOUNT-MASTER EMPTY OR MISSING - RUN TERMIN"
009850             "ATED"
009860         MOVE 16 TO RETURN-CODE
009870         GO TO 9999-TERMINATE
009880     END-IF
009890     OPEN INPUT SORTED-HISTORY
009900     IF NOT WS-SHIST-OK
009910         MOVE HIGH-VALUES TO WS-SHIST-ACCT
009920     ELSE
009930         PERFORM 7100-READ-SORTED-HISTORY THRU 7100-EXIT
009940     END-IF
009950     OPEN INPUT SORTED-FEES
009960     IF NOT WS-SFEE-OK
009970         MOVE HIGH-VALUES TO WS-SFEE-ACCT
009980     ELSE
009990         PERFORM 7200-READ-SORTED-FEES THRU 7200-EXIT
010000     END-IF
010010     OPEN INPUT SORTED-POSTINGS
010020     IF NOT WS-STRN-OK
010030         MOVE HIGH-VALUES TO WS-STRN-ACCT
010040     ELSE
010050         PERFORM 7300-READ-SORTED-POSTING THRU 7300-EXIT
010060     END-IF
010070     OPEN INPUT CUSTOMER-MASTER
010080     IF WS-CUSTMSTR-OK
010090         SET WS-CUSTMSTR-OPEN TO TRUE
010100     ELSE
010110         DISPLAY "NO CUSTOMER MASTER - ALL STATEMENTS WILL BE HEL"
010120             "D"
010130     END-IF
010140     OPEN OUTPUT STATEMENT-WORK-FILE
010150     PERFORM 7000-READ-MASTER THRU 7000-EXIT
010160     .
010170 1800-EXIT.
010180     EXIT.
010190
010200*-------------------------------------------------------------------
010210* 2000-STATEMENT-ONE-ACCOUNT - the co-sequential match: drop
010220* history that has no master account (with a warning), print
010230* this account's statement, move to the next account.
010240*-------------------------------------------------------------------
010250 2000-STATEMENT-ONE-ACCOUNT.
010260     PERFORM 2100-SKIP-ORPHAN-HISTORY THRU 2100-EXIT
010270         UNTIL WS-SHIST-ACCT NOT < ACCT-ID
010280     PERFORM 2150-SKIP-ORPHAN-FEES THRU 2150-EXIT
010290         UNTIL WS-SFEE-ACCT NOT < ACCT-ID
010300     PERFORM 2170-SKIP-ORPHAN-POSTINGS THRU 2170-EXIT
010310         UNTIL WS-STRN-ACCT NOT < ACCT-ID
010320     PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
010330     PERFORM 7000-READ-MASTER THRU 7000-EXIT
010340     .
010350 2000-EXIT.
010360     EXIT.
010370
010380*-------------------------------------------------------------------
010390* 2100-SKIP-ORPHAN-HISTORY - history for an account that is no
010400* longer on the master; flagged for follow-up, not statemented.
010410*-------------------------------------------------------------------
010420 2100-SKIP-ORPHAN-HISTORY.
010430     DISPLAY "HISTORY WITH NO MASTER ACCOUNT - SKIPPED: "
010440         WS-SHIST-ACCT
010450     PERFORM 7100-READ-SORTED-HISTORY THRU 7100-EXIT
010460     .
010470 2100-EXIT.
010480     EXIT.
010490
010500*-------------------------------------------------------------------
010510* 2150-SKIP-ORPHAN-FEES - fee history for an account that is no
010520* longer on the master; flagged for follow-up, not statemented.
010530*-------------------------------------------------------------------
010540 2150-SKIP-ORPHAN-FEES.
010550     DISPLAY "FEES WITH NO MASTER ACCOUNT - SKIPPED: "
010560         WS-SFEE-ACCT
010570     PERFORM 7200-READ-SORTED-FEES THRU 7200-EXIT
010580     .
010590 2150-EXIT.
010600     EXIT.
010610
010620*-------------------------------------------------------------------
010630* 2170-SKIP-ORPHAN-POSTINGS - postings for an account that is no
010640* longer on the master; flagged for follow-up, not statemented.
010650*-------------------------------------------------------------------
010660 2170-SKIP-ORPHAN-POSTINGS.
010670     DISPLAY "POSTINGS WITH NO MASTER ACCOUNT - SKIPPED: "
010680         WS-STRN-ACCT
010690     PERFORM 7300-READ-SORTED-POSTING THRU 7300-EXIT
010700     .
010710 2170-EXIT.
010720     EXIT.
010730
010740*-------------------------------------------------------------------
010750* 3000-PRINT-STATEMENT - one account's statement page: header
010760* block, period activity from the history (or the no-activity
010770* line), closing balance, built on the work file under the
010780* account's customer.
010790*-------------------------------------------------------------------
010800 3000-PRINT-STATEMENT.
010810     PERFORM 3050-FIND-CUSTOMER THRU 3050-EXIT
010820     MOVE ZERO TO WS-STMT-LINE-SEQ
010830     IF WS-SHIST-ACCT = ACCT-ID
010840         MOVE SHIST-RUN-DATE TO WS-STMT-FROM-DATE
010850     ELSE
010860         MOVE WS-REPORT-DATE TO WS-STMT-FROM-DATE
010870     END-IF
010880     MOVE WS-REPORT-DATE TO WS-STMT-TO-DATE
010890     PERFORM 8000-PRINT-STATEMENT-HEADER THRU 8000-EXIT
010900     IF WS-SHIST-ACCT NOT = ACCT-ID
010910         MOVE STMT-NO-ACTIVITY-LINE TO WS-STMT-LINE
010920         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
010930         MOVE ACCT-BALANCE TO STMT-OPENING-BALANCE
010940         MOVE STMT-OPENING-LINE TO WS-STMT-LINE
010950         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
010960         PERFORM 3200-PRINT-FEE-LINES THRU 3200-EXIT
010970         PERFORM 3300-PRINT-POSTING-LINES THRU 3300-EXIT
010980         MOVE ACCT-BALANCE TO STMT-CLOSING-BALANCE
010990         MOVE STMT-CLOSING-LINE TO WS-STMT-LINE
011000         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
011010         ADD 1 TO WS-STATEMENT-COUNT
011020         GO TO 3000-EXIT
011030     END-IF
011040     SET WS-FIRST-PERIOD TO TRUE
011050     PERFORM 3100-PRINT-PERIOD-LINE THRU 3100-EXIT
011060         UNTIL WS-SHIST-ACCT NOT = ACCT-ID
011070     PERFORM 3200-PRINT-FEE-LINES THRU 3200-EXIT
011080     PERFORM 3300-PRINT-POSTING-LINES THRU 3300-EXIT
011090     MOVE WS-STMT-CLOSING TO STMT-CLOSING-BALANCE
011100     MOVE STMT-CLOSING-LINE TO WS-STMT-LINE
011110     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
011120     ADD 1 TO WS-STATEMENT-COUNT
011130     .
011140 3000-EXIT.
011150     EXIT.
011160
011170*-------------------------------------------------------------------
011180* 3050-FIND-CUSTOMER - the account's customer and mailing address.
011190* The statement is held, and listed with the reason, when the
011200* account has no customer, the customer is not on file, or mail
011210* to the address has come back.
011220*-------------------------------------------------------------------
011230 3050-FIND-CUSTOMER.
011240     SET WS-STATEMENT-MAILED TO TRUE
011250     MOVE SPACES TO WS-HOLD-REASON
011260     MOVE ACCT-CUSTOMER-ID TO WS-STMT-CUSTOMER-ID
011270     MOVE ACCT-NAME TO WS-ADDRESS-LINE-1
011280     MOVE "** NO MAILING ADDRESS ON FILE **" TO WS-ADDRESS-LINE-2
011290     MOVE SPACES TO WS-ADDRESS-LINE-3
011300     MOVE SPACES TO WS-ADDRESS-LINE-4
011310     IF ACCT-CUSTOMER-ID = SPACES
011320         MOVE "NO CUSTOMER LINKED TO ACCOUNT" TO WS-HOLD-REASON
011330         GO TO 3050-HOLD
011340     END-IF
011350     IF NOT WS-CUSTMSTR-OPEN
011360         MOVE "CUSTOMER NOT ON FILE" TO WS-HOLD-REASON
011370         GO TO 3050-HOLD
011380     END-IF
011390     MOVE ACCT-CUSTOMER-ID TO CUST-ID
011400     READ CUSTOMER-MASTER
011410         INVALID KEY
011420             MOVE "CUSTOMER NOT ON FILE" TO WS-HOLD-REASON
011430             GO TO 3050-HOLD
011440     END-READ
011450     PERFORM 3060-BUILD-ADDRESS THRU 3060-EXIT
011460     IF CUST-MAIL-RETURNED
011470         STRING "MAIL RETURNED " CUST-RETURNED-DATE
011480             DELIMITED BY SIZE INTO WS-HOLD-REASON
011490         GO TO 3050-HOLD
011500     END-IF
011510     GO TO 3050-EXIT
011520     .
011530 3050-HOLD.
011540     SET WS-STATEMENT-HELD TO TRUE
011550     ADD 1 TO WS-HELD-COUNT
011560     PERFORM 8500-PRINT-HELD-LINE THRU 8500-EXIT
011570     .
011580 3050-EXIT.
011590     EXIT.
011600
011610*-------------------------------------------------------------------
011620* 3060-BUILD-ADDRESS - the customer's name and address as the
011630* lines of the address block, a blank second address line closed
011640* up so the city line follows the street.
011650*-------------------------------------------------------------------
011660 3060-BUILD-ADDRESS.
011670     MOVE CUST-NAME TO WS-ADDRESS-LINE-1
011680     MOVE CUST-ADDRESS-LINE-1 TO WS-ADDRESS-LINE-2
011690     MOVE SPACES TO WS-ADDRESS-LINE-3
011700     MOVE SPACES TO WS-ADDRESS-LINE-4
011710     IF CUST-ADDRESS-LINE-2 = SPACES
011720         STRING CUST-CITY DELIMITED BY "  "
011730             ", " CUST-STATE "  " CUST-POSTAL-CODE
011740             DELIMITED BY SIZE INTO WS-ADDRESS-LINE-3
011750     ELSE
011760         MOVE CUST-ADDRESS-LINE-2 TO WS-ADDRESS-LINE-3
011770         STRING CUST-CITY DELIMITED BY "  "
011780             ", " CUST-STATE "  " CUST-POSTAL-CODE
011790             DELIMITED BY SIZE INTO WS-ADDRESS-LINE-4
011800     END-IF
011810     .
011820 3060-EXIT.
011830     EXIT.
011840
011850*-------------------------------------------------------------------
011860* 3100-PRINT-PERIOD-LINE - one period of activity. The first
011870* period supplies the statement's opening balance and prints
011880* the opening block ahead of the detail.
011890*-------------------------------------------------------------------
011900 3100-PRINT-PERIOD-LINE.
011910     IF WS-FIRST-PERIOD
011920         MOVE SHIST-OPENING TO WS-STMT-OPENING
011930         MOVE WS-STMT-OPENING TO STMT-OPENING-BALANCE
011940         MOVE STMT-OPENING-LINE TO WS-STMT-LINE
011950         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
011960         MOVE STMT-COLUMN-LINE TO WS-STMT-LINE
011961         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
011970         SET WS-NOT-FIRST-PERIOD TO TRUE
011980     END-IF
011990     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012000         PERFORM 8000-PRINT-STATEMENT-HEADER THRU 8000-EXIT
012010         MOVE STMT-COLUMN-LINE TO WS-STMT-LINE
012020         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
012030     END-IF
012040     MOVE SHIST-PERIOD TO STMT-DTL-PERIOD
012050     MOVE SHIST-INTEREST TO STMT-DTL-INTEREST
012060     MOVE STMT-DETAIL-LINE TO WS-STMT-LINE
012070     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
012080     ADD 1 TO WS-LINE-COUNT
012090     MOVE SHIST-CLOSING TO WS-STMT-CLOSING
012100     PERFORM 7100-READ-SORTED-HISTORY THRU 7100-EXIT
012110     .
012120 3100-EXIT.
012130     EXIT.
012140
012150*-------------------------------------------------------------------
012160* 3200-PRINT-FEE-LINES - the account's assessed fees, if any,
012170* printed as their own statement block ahead of the closing
012180* balance, so the fee run's balance movement is explained on
012190* the page.
012200*-------------------------------------------------------------------
012210 3200-PRINT-FEE-LINES.
012220     IF WS-SFEE-ACCT NOT = ACCT-ID
012230         GO TO 3200-EXIT
012240     END-IF
012250     MOVE STMT-FEE-COLUMN-LINE TO WS-STMT-LINE
012260     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
012270     ADD 1 TO WS-LINE-COUNT
012280     PERFORM 3210-PRINT-FEE-LINE THRU 3210-EXIT
012290         UNTIL WS-SFEE-ACCT NOT = ACCT-ID
012300     .
012310 3200-EXIT.
012320     EXIT.
012330
012340*-------------------------------------------------------------------
012350* 3210-PRINT-FEE-LINE - one assessed fee: the product it was
012360* priced from and the amount charged.
012370*-------------------------------------------------------------------
012380 3210-PRINT-FEE-LINE.
012390     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012400         PERFORM 8000-PRINT-STATEMENT-HEADER THRU 8000-EXIT
012410         MOVE STMT-FEE-COLUMN-LINE TO WS-STMT-LINE
012420         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
012430     END-IF
012440     MOVE SFEE-PRODUCT-CODE TO STMT-FEE-PRODUCT
012450     MOVE SFEE-AMOUNT TO STMT-FEE-AMOUNT
012460     MOVE STMT-FEE-DETAIL-LINE TO WS-STMT-LINE
012470     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
012480     ADD 1 TO WS-LINE-COUNT
012490     PERFORM 7200-READ-SORTED-FEES THRU 7200-EXIT
012500     .
012510 3210-EXIT.
012520     EXIT.
012530
012540*-------------------------------------------------------------------
012550* 3300-PRINT-POSTING-LINES - the account's TRANPOST postings in
012560* the statement period, if any, printed as their own block
012570* ahead of the closing balance, each reversal directly under
012580* the posting it reversed.
012590*-------------------------------------------------------------------
012600 3300-PRINT-POSTING-LINES.
012610     SET WS-POSTING-BLOCK-NOT-STARTED TO TRUE
012620     MOVE ZERO TO WS-LAST-PRINTED-REF
012630     PERFORM 3310-PRINT-POSTING-LINE THRU 3310-EXIT
012640         UNTIL WS-STRN-ACCT NOT = ACCT-ID
012650     .
012660 3300-EXIT.
012670     EXIT.
012680
012690*-------------------------------------------------------------------
012700* 3310-PRINT-POSTING-LINE - one posting: date, transaction,
012710* reference and the amount as it moved the balance. Postings
012720* run before the statement period are passed over. A reversal
012730* whose original fell before the period, and so was not just
012740* printed, has the original printed from the reversal's own
012750* record first, so the pair is always shown together.
012760*-------------------------------------------------------------------
012770 3310-PRINT-POSTING-LINE.
012780     IF STRN-RUN-DATE < WS-STMT-FROM-DATE
012790         GO TO 3310-READ-NEXT
012800     END-IF
012810     IF WS-POSTING-BLOCK-NOT-STARTED
012820         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
012830         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
012840             PERFORM 8000-PRINT-STATEMENT-HEADER THRU 8000-EXIT
012850         END-IF
012860         MOVE STMT-POSTING-COLUMN-LINE TO WS-STMT-LINE
012870         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
012880         ADD 1 TO WS-LINE-COUNT
012890         SET WS-POSTING-BLOCK-STARTED TO TRUE
012900     END-IF
012910     IF STRN-REVERSAL
012920         AND STRN-REVERSES-REF NOT = WS-LAST-PRINTED-REF
012930         MOVE STRN-ORIG-POST-DATE TO STMT-PST-DATE
012940         MOVE STRN-ORIG-TRAN-CODE TO WS-POSTING-CODE
012950         PERFORM 3320-DESCRIBE-POSTING THRU 3320-EXIT
012960         MOVE STRN-REVERSES-REF TO STMT-PST-REF
012970         MOVE WS-POSTING-AMOUNT TO STMT-PST-AMOUNT
012980         MOVE "EARLIER POSTING" TO STMT-PST-NOTE
012990         MOVE STMT-POSTING-DETAIL-LINE TO WS-STMT-LINE
013000         PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
013010         ADD 1 TO WS-LINE-COUNT
013020     END-IF
013030     MOVE STRN-POST-DATE TO STMT-PST-DATE
013040     MOVE STRN-TRAN-CODE TO WS-POSTING-CODE
013050     PERFORM 3320-DESCRIBE-POSTING THRU 3320-EXIT
013060     MOVE STRN-REF-NUMBER TO STMT-PST-REF
013070     MOVE WS-POSTING-AMOUNT TO STMT-PST-AMOUNT
013080     MOVE SPACES TO STMT-PST-NOTE
013090     IF STRN-REVERSAL
013100         STRING "REVERSES REFERENCE " STRN-REVERSES-REF
013110             DELIMITED BY SIZE INTO STMT-PST-NOTE
013120     END-IF
013130     MOVE STMT-POSTING-DETAIL-LINE TO WS-STMT-LINE
013140     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
013150     ADD 1 TO WS-LINE-COUNT
013160     MOVE STRN-REF-NUMBER TO WS-LAST-PRINTED-REF
013170     .
013180 3310-READ-NEXT.
013190     PERFORM 7300-READ-SORTED-POSTING THRU 7300-EXIT
013200     .
013210 3310-EXIT.
013220     EXIT.
013230
013240*-------------------------------------------------------------------
013250* 3320-DESCRIBE-POSTING - the customer's name for a transaction
013260* code and the sorted posting's amount signed the way it moved
013270* the balance. An original printed from its reversal's record
013280* carries the reversal's amount, which is always its own.
013290*-------------------------------------------------------------------
013300 3320-DESCRIBE-POSTING.
013310     MOVE STRN-AMOUNT TO WS-POSTING-AMOUNT
013320     EVALUATE WS-POSTING-CODE
013330         WHEN 'DEP'
013340             MOVE "DEPOSIT" TO STMT-PST-TYPE
013350         WHEN 'WDR'
013360             MOVE "WITHDRAWAL" TO STMT-PST-TYPE
013370             COMPUTE WS-POSTING-AMOUNT = ZERO - STRN-AMOUNT
013380         WHEN 'PMT'
013390             MOVE "PAYMENT" TO STMT-PST-TYPE
013400             COMPUTE WS-POSTING-AMOUNT = ZERO - STRN-AMOUNT
013410         WHEN 'REV'
013420             MOVE "REVERSAL" TO STMT-PST-TYPE
013430             IF STRN-ORIG-TRAN-CODE = 'DEP'
013440                 COMPUTE WS-POSTING-AMOUNT = ZERO - STRN-AMOUNT
013450             END-IF
013460         WHEN OTHER
013470             MOVE WS-POSTING-CODE TO STMT-PST-TYPE
013480     END-EVALUATE
013490     .
013500 3320-EXIT.
013510     EXIT.
013520
013530*-------------------------------------------------------------------
013540* 4000-DISTRIBUTE-STATEMENTS - the sorted statements out to the
013550* mail: each customer's statements together under one mailing
013560* number, held statements to the held file.
013570*-------------------------------------------------------------------
013580 4000-DISTRIBUTE-STATEMENTS.
013590     MOVE LOW-VALUES TO WS-LAST-CUSTOMER-ID
013600     PERFORM 4100-DISTRIBUTE-ONE-LINE THRU 4100-EXIT
013610         UNTIL WS-SORT-EOF
013620     .
013630 4000-EXIT.
013640     EXIT.
013650
013660*-------------------------------------------------------------------
013670* 4100-DISTRIBUTE-ONE-LINE - one sorted statement line. A new
013680* customer starts a new mailing; every heading line gets the
013690* mailing number, or HELD on a held statement.
013700*-------------------------------------------------------------------
013710 4100-DISTRIBUTE-ONE-LINE.
013720     RETURN STATEMENT-SORT-FILE
013730         AT END
013740             SET WS-SORT-EOF TO TRUE
013750             GO TO 4100-EXIT
013760     END-RETURN
013770     IF SSRT-HELD
013780         IF SSRT-HEADING
013790             MOVE SSRT-PRINT-LINE TO STMT-HEADING-LINE
013800             MOVE "HELD" TO STMT-HDR-MAILING
013810             WRITE HELD-PRINT-RECORD FROM STMT-HEADING-LINE
013820         ELSE
013830             WRITE HELD-PRINT-RECORD FROM SSRT-PRINT-LINE
013840         END-IF
013850         GO TO 4100-EXIT
013860     END-IF
013870     IF SSRT-CUSTOMER-ID NOT = WS-LAST-CUSTOMER-ID
013880         ADD 1 TO WS-MAILING-NUMBER
013890         MOVE SSRT-CUSTOMER-ID TO WS-LAST-CUSTOMER-ID
013900     END-IF
013910     IF SSRT-HEADING
013920         IF SSRT-LINE-SEQ = 1
013930             ADD 1 TO WS-MAILED-COUNT
013940         END-IF
013950         MOVE SSRT-PRINT-LINE TO STMT-HEADING-LINE
013960         MOVE WS-MAILING-NUMBER TO STMT-HDR-MAILING
013970         WRITE STMT-PRINT-RECORD FROM STMT-HEADING-LINE
013980     ELSE
013990         WRITE STMT-PRINT-RECORD FROM SSRT-PRINT-LINE
014000     END-IF
014010     .
014020 4100-EXIT.
014030     EXIT.
014040
014050*-------------------------------------------------------------------
014060* 7000-READ-MASTER - next account in key order.
014070*-------------------------------------------------------------------
014080 7000-READ-MASTER.
014090     READ ACCOUNT-MASTER NEXT
014100         AT END
014110             SET WS-MASTER-EOF TO TRUE
014120     END-READ
014130     .
014140 7000-EXIT.
014150     EXIT.
014160
014170*-------------------------------------------------------------------
014180* 7100-READ-SORTED-HISTORY - next sorted history detail;
014190* HIGH-VALUES in the account in hand drains the match at end
014200* of file.
014210*-------------------------------------------------------------------
014220 7100-READ-SORTED-HISTORY.
014230     READ SORTED-HISTORY
014240         AT END
014250             MOVE HIGH-VALUES TO WS-SHIST-ACCT
014260             GO TO 7100-EXIT
014270     END-READ
014280     MOVE SHIST-ACCT-ID TO WS-SHIST-ACCT
014290     .
014300 7100-EXIT.
014310     EXIT.
014320
014330*-------------------------------------------------------------------
014340* 7200-READ-SORTED-FEES - next sorted fee detail; HIGH-VALUES
014350* in the account in hand drains the match at end of file.
014360*-------------------------------------------------------------------
014370 7200-READ-SORTED-FEES.
014380     READ SORTED-FEES
014390         AT END
014400             MOVE HIGH-VALUES TO WS-SFEE-ACCT
014410             GO TO 7200-EXIT
014420     END-READ
014430     MOVE SFEE-ACCT-ID TO WS-SFEE-ACCT
014440     .
014450 7200-EXIT.
014460     EXIT.
014470
014480*-------------------------------------------------------------------
014490* 7300-READ-SORTED-POSTING - next sorted posting; HIGH-VALUES in
014500* the account in hand drains the match at end of file.
014510*-------------------------------------------------------------------
014520 7300-READ-SORTED-POSTING.
014530     READ SORTED-POSTINGS
014540         AT END
014550             MOVE HIGH-VALUES TO WS-STRN-ACCT
014560             GO TO 7300-EXIT
014570     END-READ
014580     MOVE STRN-ACCT-ID TO WS-STRN-ACCT
014590     .
014600 7300-EXIT.
014610     EXIT.
014620
014630*-------------------------------------------------------------------
014640* 7900-WRITE-STATEMENT-LINE - one statement line onto the work
014650* file, tagged with the hold flag, customer, account and line
014660* number; the line type goes back to plain after each line.
014670*-------------------------------------------------------------------
014680 7900-WRITE-STATEMENT-LINE.
014690     ADD 1 TO WS-STMT-LINE-SEQ
014700     MOVE WS-HOLD-SWITCH TO SWRK-HOLD-FLAG
014710     MOVE WS-STMT-CUSTOMER-ID TO SWRK-CUSTOMER-ID
014720     MOVE ACCT-ID TO SWRK-ACCT-ID
014730     MOVE WS-STMT-LINE-SEQ TO SWRK-LINE-SEQ
014740     MOVE WS-STMT-LINE-TYPE TO SWRK-LINE-TYPE
014750     MOVE WS-STMT-LINE TO SWRK-PRINT-LINE
014760     WRITE SWRK-RECORD
014770     MOVE SPACE TO WS-STMT-LINE-TYPE
014780     .
014790 7900-EXIT.
014800     EXIT.
014810
014820*-------------------------------------------------------------------
014830* 8000-PRINT-STATEMENT-HEADER - the page-breaking header block:
014840* statement title and date, the customer's mailing address,
014850* account ID and account name. The heading line is tagged so
014860* the mailing number can be filled in once the statements are
014870* sorted into mailings.
014880*-------------------------------------------------------------------
014890 8000-PRINT-STATEMENT-HEADER.
014900     MOVE WS-REPORT-DATE TO STMT-HDR-DATE
014910     MOVE SPACES TO STMT-HDR-MAILING
014920     MOVE STMT-HEADING-LINE TO WS-STMT-LINE
014930     MOVE 'H' TO WS-STMT-LINE-TYPE
014940     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
014950     MOVE STMT-BLANK-LINE TO WS-STMT-LINE
014960     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
014970     MOVE WS-ADDRESS-LINE-1 TO STMT-ADDRESS-TEXT
014980     MOVE STMT-ADDRESS-LINE TO WS-STMT-LINE
014990     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
015000     MOVE WS-ADDRESS-LINE-2 TO STMT-ADDRESS-TEXT
015010     MOVE STMT-ADDRESS-LINE TO WS-STMT-LINE
015020     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
015030     MOVE WS-ADDRESS-LINE-3 TO STMT-ADDRESS-TEXT
015040     MOVE STMT-ADDRESS-LINE TO WS-STMT-LINE
015050     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
015060     MOVE WS-ADDRESS-LINE-4 TO STMT-ADDRESS-TEXT
015070     MOVE STMT-ADDRESS-LINE TO WS-STMT-LINE
015080     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
015090     MOVE STMT-BLANK-LINE TO WS-STMT-LINE
015100     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
015110     MOVE ACCT-ID TO STMT-ACCT-ID
015120     MOVE ACCT-NAME TO STMT-ACCT-NAME
015130     MOVE STMT-ACCOUNT-LINE TO WS-STMT-LINE
015140     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
015150     MOVE WS-STMT-FROM-DATE TO STMT-RANGE-FROM
015160     MOVE WS-STMT-TO-DATE TO STMT-RANGE-TO
015170     MOVE STMT-PERIOD-RANGE-LINE TO WS-STMT-LINE
015180     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
015190     MOVE STMT-BLANK-LINE TO WS-STMT-LINE
015191     PERFORM 7900-WRITE-STATEMENT-LINE THRU 7900-EXIT
015200     MOVE 10 TO WS-LINE-COUNT
015210     .
015220 8000-EXIT.
015230     EXIT.
015240
015250*-------------------------------------------------------------------
015260* 8500-PRINT-HELD-LINE - one held statement on the held list: the
015270* account, its name, its customer and why it was not mailed.
015280*-------------------------------------------------------------------
015290 8500-PRINT-HELD-LINE.
015300     IF WS-HOLD-LINE-COUNT >= WS-HOLD-LINES-PER-PAGE
015310         ADD 1 TO WS-HOLD-PAGE-NUMBER
015320         MOVE WS-REPORT-DATE TO HLST-HDR-DATE
015330         MOVE WS-HOLD-PAGE-NUMBER TO HLST-HDR-PAGE
015340         WRITE HLST-PRINT-RECORD FROM HLST-HEADING-LINE
015350         WRITE HLST-PRINT-RECORD FROM HLST-COLUMN-LINE
015360         MOVE 2 TO WS-HOLD-LINE-COUNT
015370     END-IF
015380     MOVE ACCT-ID TO HLST-DTL-ACCT
015390     MOVE ACCT-NAME TO HLST-DTL-NAME
015400     MOVE ACCT-CUSTOMER-ID TO HLST-DTL-CUSTOMER
015410     MOVE WS-HOLD-REASON TO HLST-DTL-REASON
015420     WRITE HLST-PRINT-RECORD FROM HLST-DETAIL-LINE
015430     ADD 1 TO WS-HOLD-LINE-COUNT
015440     .
015450 8500-EXIT.
015460     EXIT.
015470
015480*-------------------------------------------------------------------
015490* 8600-PRINT-HELD-TOTAL - the held count closing the held list,
015500* under a heading of its own when nothing was held.
015510*-------------------------------------------------------------------
015520 8600-PRINT-HELD-TOTAL.
015530     IF WS-HOLD-LINE-COUNT >= WS-HOLD-LINES-PER-PAGE
015540         ADD 1 TO WS-HOLD-PAGE-NUMBER
015550         MOVE WS-REPORT-DATE TO HLST-HDR-DATE
015560         MOVE WS-HOLD-PAGE-NUMBER TO HLST-HDR-PAGE
015570         WRITE HLST-PRINT-RECORD FROM HLST-HEADING-LINE
015580         WRITE HLST-PRINT-RECORD FROM HLST-COLUMN-LINE
015590     END-IF
015600     MOVE WS-HELD-COUNT TO HLST-TOT-HELD
015610     WRITE HLST-PRINT-RECORD FROM HLST-TOTAL-LINE
015620     .
015630 8600-EXIT.
015640     EXIT.
015650
015660*-------------------------------------------------------------------
015670* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
015680* and its return code on the shared run-control file. Nothing
015690* to stamp when the run was refused before its start was
015700* stamped.
015710* The shared file is re-read before stamping, so entries other
015720* programs (or sibling sweep partitions) wrote since start-up
015730* are carried forward, not overwritten from a stale copy.
015740*-------------------------------------------------------------------
015750 9800-RUN-CONTROL-END.
015760     IF NOT WS-RCTL-STAMPED
015770         GO TO 9800-EXIT
015780     END-IF
015790     ACCEPT WS-CURRENT-TIME FROM TIME
015800     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
015810         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
015820     MOVE ZERO TO WS-RCTL-COUNT
015830     OPEN INPUT RUN-CONTROL-FILE
015840     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
015850         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
015860             UNTIL NOT WS-RUNCTL-OK
015870         CLOSE RUN-CONTROL-FILE
015880     END-IF
015890     MOVE ZERO TO WS-RCTL-OWN-IX
015900     MOVE ZERO TO WS-RCTL-PRED-IX
015910     MOVE ZERO TO WS-RCTL-BLOCKER-IX
015920     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
015930         VARYING WS-RCTL-IX FROM 1 BY 1
015940         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
015950     IF WS-RCTL-OWN-IX = ZERO
015960         IF WS-RCTL-COUNT >= WS-RCTL-MAX
015970             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
015980             GO TO 9800-EXIT
015990         END-IF
016000         ADD 1 TO WS-RCTL-COUNT
016010         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
016020         MOVE WS-RCTL-OWN-PROGRAM
016030             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
016040         MOVE WS-RCTL-OWN-MASTER-FLAG
016050             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
016060     END-IF
016070     IF RETURN-CODE < 16
016080         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
016090     ELSE
016100         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
016110     END-IF
016120     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
016130     MOVE WS-RUN-TIME-EDIT
016140         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
016150     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
016160     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
016170     .
016180 9800-EXIT.
016190     EXIT.
016200
016210*-------------------------------------------------------------------
016220* 9999-TERMINATE - single exit point for the run.
016230*-------------------------------------------------------------------
016240 9999-TERMINATE.
016250     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
016260     CLOSE STATEMENT-FILE
016270     CLOSE ACCOUNT-MASTER
016280     CLOSE CUSTOMER-MASTER
016290     CLOSE HELD-STATEMENT-FILE
016300     CLOSE HELD-LIST-FILE
016310     CLOSE SORTED-HISTORY
016320     CLOSE SORTED-FEES
016330     CLOSE SORTED-POSTINGS
016340     STOP RUN.
016350 END PROGRAM ACCTSTMT.
