000010*******************************************************************
000020* Author:      Msalpdogan
000030* Date:        15:10:2026
000040* Purpose:     Daily master-change exception report for audit,
000050*              built from the recovery journal (RCVYJRNL) - the
000060*              before and after image of every ACCOUNT-MASTER write.
000070*              Every image written on the review date is checked
000080*              for: a balance swing larger than its product's
000090*              threshold; a closed account reopened (C to O); a
000100*              name or product code change on an account carrying
000110*              a balance; a write time-stamped outside the batch
000120*              window; and a write by a program with no run-control
000130*              (RUNCTL) entry for that day. Thresholds, the window
000140*              and an optional review date come from the exception
000150*              parameter file (EXCPPARM). Each exception prints the
000160*              program that wrote, the reason and both images side
000170*              by side, and every page carries a sign-off block for
000180*              the morning review. The report only reads; it runs
000190*              outside the run-control stream, after the night's
000200*              last master-updating step. A batch window that runs
000210*              past midnight makes the review date's night run on
000220*              to the window's end the next morning, and with no
000230*              review date given the night reviewed is the one
000240*              that began yesterday.
000250* Tectonics:   cobc
000260*-------------------------------------------------------------------
000270* Modification History
000280* Date       Init  Description
000290* ---------- ----  ------------------------------------------------
000300* 2026-10-15  MSA  New program: the journal was only ever read when
000310*                   the master needed recovering.
000320* 2026-10-15  MSA  A window past midnight now reviews the whole
000330*                   night: the review date after the window's end
000340*                   and the next day up to it.
000350*******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    JRNLEXCP.
000380 AUTHOR.        MSALPDOGAN.
000390 INSTALLATION.  OPERATIONS.
000400 DATE-WRITTEN.  10/15/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT EXCEPTION-PARM-FILE ASSIGN TO "EXCPPARM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-EXCPPARM-STATUS.
000480
000490     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RUNCTL-STATUS.
000520
000530     SELECT OPTIONAL RECOVERY-JOURNAL ASSIGN TO "RCVYJRNL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RCVYJRNL-STATUS.
000560
000570     SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620*-------------------------------------------------------------------
000630* EXCEPTION-PARM-FILE - the exception limits, one record each:
000640*   T  a product's balance-swing threshold; a blank product code
000650*      is the threshold for every product without its own
000660*   W  the batch window, start and end time (HH:MM:SS); an end
000670*      earlier than the start runs past midnight
000680*   D  the date to review (YYYYMMDD), when it is not today
000690* With no T record for a product, its swings are not checked;
000700* with no W record, no write is outside the window.
000710*-------------------------------------------------------------------
000720 FD  EXCEPTION-PARM-FILE.
000730 01  EXCEPTION-PARM-RECORD.
000740     05  XPRM-RECORD-TYPE            PIC X(01).
000750         88  XPRM-THRESHOLD          VALUE 'T'.
000760         88  XPRM-WINDOW             VALUE 'W'.
000770         88  XPRM-REVIEW-DATE        VALUE 'D'.
000780     05  XPRM-PRODUCT-CODE           PIC X(04).
000790     05  XPRM-SWING-THRESHOLD        PIC 9(13)V9(2).
000800 01  EXCEPTION-WINDOW-RECORD.
000810     05  FILLER                      PIC X(01).
000820     05  XPRM-WINDOW-START           PIC X(08).
000830     05  XPRM-WINDOW-END             PIC X(08).
000840 01  EXCEPTION-DATE-RECORD.
000850     05  FILLER                      PIC X(01).
000860     05  XPRM-DATE                   PIC 9(08).
000870     05  XPRM-DATE-GROUP REDEFINES XPRM-DATE.
000880         10  XPRM-DATE-YYYY          PIC 9(04).
000890         10  XPRM-DATE-MM            PIC 9(02).
000900         10  XPRM-DATE-DD            PIC 9(02).
000910
000920*-------------------------------------------------------------------
000930* RUN-CONTROL-FILE - the night stream's shared run-sequence
000940* control in the shared RUNCTLR layout: each program's last start
000950* and end. Only read here; this report is not a stream step.
000960*-------------------------------------------------------------------
000970 FD  RUN-CONTROL-FILE.
000980 COPY RUNCTLR.
000990
001000*-------------------------------------------------------------------
001010* RECOVERY-JOURNAL - before/after images of every master write,
001020* in the shared RCVYREC layout.
001030*-------------------------------------------------------------------
001040 FD  RECOVERY-JOURNAL.
001050 COPY RCVYREC.
001060
001070*-------------------------------------------------------------------
001080* EXCEPTION-REPORT - one line per exception with both images,
001090* a sign-off block on every page, then the run's counts.
001100*-------------------------------------------------------------------
001110 FD  EXCEPTION-REPORT.
001120 01  XRPT-PRINT-RECORD               PIC X(200).
001130
001140 WORKING-STORAGE SECTION.
001150*-------------------------------------------------------------------
001160* Print lines, kept in working storage so their VALUE clauses
001170* are honored (VALUE on FILE SECTION entries is commentary
001180* only), and written with WRITE ... FROM.
001190*-------------------------------------------------------------------
001200 01  XRPT-HEADING-LINE.
001210     05  FILLER                      PIC X(01) VALUE '1'.
001220     05  FILLER                      PIC X(30)
001230                 VALUE "MASTER CHANGE EXCEPTIONS".
001240     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001250     05  XRPT-HDR-DATE               PIC X(10).
001260     05  FILLER                      PIC X(04) VALUE SPACES.
001270     05  FILLER                      PIC X(13)
001280                 VALUE "REVIEW DATE: ".
001290     05  XRPT-HDR-REVIEW-DATE        PIC X(10).
001300     05  FILLER                      PIC X(04) VALUE SPACES.
001310     05  FILLER                      PIC X(05) VALUE "PAGE ".
001320     05  XRPT-HDR-PAGE               PIC ZZ9.
001330
001340 01  XRPT-COLUMN-LINE.
001350     05  FILLER                      PIC X(01) VALUE SPACE.
001360     05  FILLER                      PIC X(09) VALUE "PROGRAM".
001370     05  FILLER                      PIC X(09) VALUE "TIME".
001380     05  FILLER                      PIC X(02) VALUE "A".
001390     05  FILLER                      PIC X(25) VALUE "EXCEPTION".
001400     05  FILLER                      PIC X(76)
001410                 VALUE "BEFORE IMAGE".
001420     05  FILLER                      PIC X(75)
001430                 VALUE "AFTER IMAGE".
001440
001450 01  XRPT-DETAIL-LINE.
001460     05  FILLER                      PIC X(01) VALUE SPACE.
001470     05  XRPT-DTL-PROGRAM            PIC X(08).
001480     05  FILLER                      PIC X(01) VALUE SPACE.
001490     05  XRPT-DTL-TIME               PIC X(08).
001500     05  FILLER                      PIC X(01) VALUE SPACE.
001510     05  XRPT-DTL-ACTION             PIC X(01).
001520     05  FILLER                      PIC X(01) VALUE SPACE.
001530     05  XRPT-DTL-REASON             PIC X(24).
001540     05  FILLER                      PIC X(01) VALUE SPACE.
001550     05  XRPT-DTL-BEFORE             PIC X(75).
001560     05  FILLER                      PIC X(01) VALUE SPACE.
001570     05  XRPT-DTL-AFTER              PIC X(75).
001580
001590 01  XRPT-SIGNOFF-LINE.
001600     05  FILLER                      PIC X(01) VALUE SPACE.
001610     05  FILLER                      PIC X(40)
001620                 VALUE "REVIEWED BY: ____________________".
001630     05  FILLER                      PIC X(30)
001640                 VALUE "DATE: __________".
001650
001660 01  XRPT-SECTION-LINE.
001670     05  FILLER                      PIC X(01) VALUE SPACE.
001680     05  XRPT-SECTION-TITLE          PIC X(40).
001690
001700 01  XRPT-COUNT-LINE.
001710     05  FILLER                      PIC X(01) VALUE SPACE.
001720     05  XRPT-CNT-LABEL              PIC X(40).
001730     05  XRPT-CNT-VALUE              PIC ZZZZZZZZ9.
001740
001750 01  WS-EXCPPARM-STATUS              PIC X(02).
001760     88  WS-EXCPPARM-OK              VALUE '00'.
001770     88  WS-EXCPPARM-EOF             VALUE '10'.
001780     88  WS-EXCPPARM-NOT-FOUND       VALUE '35'.
001790
001800 01  WS-RUNCTL-STATUS                PIC X(02).
001810     88  WS-RUNCTL-OK                VALUE '00'.
001820
001830 01  WS-RCVYJRNL-STATUS              PIC X(02).
001840     88  WS-RCVYJRNL-OK              VALUE '00'.
001850     88  WS-RCVYJRNL-EOF             VALUE '10'.
001860
001870*-------------------------------------------------------------------
001880* Each product's swing threshold, loaded from the parameter file,
001890* and the default for products without one.
001900*-------------------------------------------------------------------
001910 01  WS-THRESH-MAX                   PIC 9(03) VALUE 20.
001920 01  WS-THRESH-TABLE-AREA.
001930     05  WS-THRESH-COUNT             PIC 9(03) COMP VALUE ZERO.
001940     05  WS-THRESH-ENTRY OCCURS 20 TIMES.
001950         10  WS-THRESH-PRODUCT       PIC X(04).
001960         10  WS-THRESH-AMOUNT        PIC 9(13)V9(2).
001970
001980 01  WS-THRESH-IX                    PIC 9(03) COMP.
001990 01  WS-THRESH-FOUND-IX              PIC 9(03) COMP.
002000 01  WS-THRESH-DEFAULT-IX            PIC 9(03) COMP.
002010
002020*-------------------------------------------------------------------
002030* The batch window; no window record means every write is inside.
002040*-------------------------------------------------------------------
002050 01  WS-WINDOW-SWITCH                PIC X(01) VALUE 'N'.
002060     88  WS-WINDOW-GIVEN             VALUE 'Y'.
002070 01  WS-WINDOW-START                 PIC X(08).
002080 01  WS-WINDOW-END                   PIC X(08).
002090 01  WS-INSIDE-SWITCH                PIC X(01).
002100     88  WS-INSIDE-WINDOW            VALUE 'Y'.
002110     88  WS-OUTSIDE-WINDOW           VALUE 'N'.
002120 01  WS-WRAP-SWITCH                  PIC X(01) VALUE 'N'.
002130     88  WS-WINDOW-WRAPS             VALUE 'Y'.
002140 01  WS-NIGHT-SWITCH                 PIC X(01).
002150     88  WS-IN-REVIEW-NIGHT          VALUE 'Y'.
002160     88  WS-NOT-IN-REVIEW-NIGHT      VALUE 'N'.
002170
002180*-------------------------------------------------------------------
002190* Each program's last start and end date off the run-control
002200* file.
002210*-------------------------------------------------------------------
002220 01  WS-RCTL-MAX                     PIC 9(03) VALUE 50.
002230 01  WS-RCTL-TABLE-AREA.
002240     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
002250     05  WS-RCTL-ENTRY OCCURS 50 TIMES.
002260         10  WS-RCTL-PROGRAM         PIC X(08).
002270         10  WS-RCTL-START-DATE      PIC X(10).
002280         10  WS-RCTL-END-DATE        PIC X(10).
002290
002300 01  WS-RCTL-IX                      PIC 9(03) COMP.
002310 01  WS-RCTL-FOUND-SWITCH            PIC X(01).
002320     88  WS-RCTL-RAN-THAT-DAY        VALUE 'Y'.
002330
002340*-------------------------------------------------------------------
002350* The journal record's two images seen through the account
002360* layout. An add has no before image and a delete no after
002370* image; their balances count as zero.
002380*-------------------------------------------------------------------
002390 01  WS-BEFORE-AREA.
002400     05  WS-BEFORE-ACCT-ID           PIC X(07).
002410     05  WS-BEFORE-NAME              PIC X(30).
002420     05  WS-BEFORE-BALANCE           PIC S9(13)V9(2).
002430     05  WS-BEFORE-STATUS            PIC X(01).
002440     05  WS-BEFORE-OPEN-DATE         PIC X(08).
002450     05  WS-BEFORE-PRODUCT           PIC X(04).
002460     05  FILLER                      PIC X(10).
002470
002480 01  WS-AFTER-AREA.
002490     05  WS-AFTER-ACCT-ID            PIC X(07).
002500     05  WS-AFTER-NAME               PIC X(30).
002510     05  WS-AFTER-BALANCE            PIC S9(13)V9(2).
002520     05  WS-AFTER-STATUS             PIC X(01).
002530     05  WS-AFTER-OPEN-DATE          PIC X(08).
002540     05  WS-AFTER-PRODUCT            PIC X(04).
002550     05  FILLER                      PIC X(10).
002560
002570 01  WS-BEFORE-AMOUNT                PIC S9(13)V9(2).
002580 01  WS-AFTER-AMOUNT                 PIC S9(13)V9(2).
002590 01  WS-SWING                        PIC S9(13)V9(2).
002600 01  WS-SWING-PRODUCT                PIC X(04).
002610 01  WS-EXCEPTION-REASON             PIC X(24).
002620
002630*-------------------------------------------------------------------
002640* Run counters.
002650*-------------------------------------------------------------------
002660 01  WS-JOURNAL-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002670 01  WS-REVIEWED-COUNT               PIC 9(07) COMP VALUE ZERO.
002680 01  WS-SWING-COUNT                  PIC 9(07) COMP VALUE ZERO.
002690 01  WS-REOPEN-COUNT                 PIC 9(07) COMP VALUE ZERO.
002700 01  WS-IDENTITY-COUNT               PIC 9(07) COMP VALUE ZERO.
002710 01  WS-WINDOW-COUNT                 PIC 9(07) COMP VALUE ZERO.
002720 01  WS-NO-RUNCTL-COUNT              PIC 9(07) COMP VALUE ZERO.
002730 01  WS-EXCEPTION-COUNT              PIC 9(07) COMP VALUE ZERO.
002740
002750*-------------------------------------------------------------------
002760* Calendar fields: a date in WS-EDIT-DATE moved a day forward or
002770* back, the month's last day worked out for the month and year in
002780* hand.
002790*-------------------------------------------------------------------
002800 01  WS-EDIT-DATE                    PIC 9(08).
002810 01  WS-EDIT-DATE-GROUP REDEFINES WS-EDIT-DATE.
002820     05  WS-EDIT-YYYY                PIC 9(04).
002830     05  WS-EDIT-MM                  PIC 9(02).
002840     05  WS-EDIT-DD                  PIC 9(02).
002850 01  WS-MONTH-END-DAY                PIC 9(02).
002860 01  WS-LEAP-QUOTIENT                PIC 9(04).
002870 01  WS-LEAP-REMAINDER               PIC 9(04).
002880
002890*-------------------------------------------------------------------
002900* Report date and pagination fields.
002910*-------------------------------------------------------------------
002920 01  WS-CURRENT-DATE                 PIC 9(08).
002930 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
002940     05  WS-DATE-YYYY                PIC 9(04).
002950     05  WS-DATE-MM                  PIC 9(02).
002960     05  WS-DATE-DD                  PIC 9(02).
002970 01  WS-REPORT-DATE                  PIC X(10).
002980 01  WS-REVIEW-DATE                  PIC X(10).
002990 01  WS-REVIEW-DATE-GROUP REDEFINES WS-REVIEW-DATE.
003000     05  WS-REVIEW-YYYY              PIC 9(04).
003010     05  FILLER                      PIC X(01).
003020     05  WS-REVIEW-MM                PIC 9(02).
003030     05  FILLER                      PIC X(01).
003040     05  WS-REVIEW-DD                PIC 9(02).
003050 01  WS-REVIEW-NEXT-DATE             PIC X(10).
003060 01  WS-REVIEW-GIVEN-SWITCH          PIC X(01) VALUE 'N'.
003070     88  WS-REVIEW-DATE-GIVEN        VALUE 'Y'.
003080
003090 01  WS-PAGE-NUMBER                  PIC 999 COMP VALUE ZERO.
003100 01  WS-LINE-COUNT                   PIC 99 COMP VALUE 99.
003110 01  WS-LINES-PER-PAGE               PIC 99 VALUE 50.
003120
003130 PROCEDURE DIVISION.
003140*-------------------------------------------------------------------
003150* 0000-MAINLINE - load the limits and the run-control entries,
003160* check every journal image written on the review date, and
003170* print the run's counts.
003180*-------------------------------------------------------------------
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003210     PERFORM 2000-REVIEW-JOURNAL THRU 2000-EXIT
003220     PERFORM 8500-PRINT-COUNTS THRU 8500-EXIT
003230     GO TO 9999-TERMINATE.
003240
003250*-------------------------------------------------------------------
003260* 1000-INITIALIZE - open the report, stamp the run date, and load
003270* the parameters and the run-control entries.
003280*-------------------------------------------------------------------
003290 1000-INITIALIZE.
003300     OPEN OUTPUT EXCEPTION-REPORT
003310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003320     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003330         DELIMITED BY SIZE INTO WS-REPORT-DATE
003340     MOVE WS-REPORT-DATE TO WS-REVIEW-DATE
003350     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT
003360     PERFORM 1200-SET-REVIEW-NIGHT THRU 1200-EXIT
003370     PERFORM 1300-LOAD-RUN-CONTROL THRU 1300-EXIT
003380     .
003390 1000-EXIT.
003400     EXIT.
003410
003420*-------------------------------------------------------------------
003430* 1100-LOAD-PARAMETERS - the thresholds, window and review date.
003440* With no parameter file the limits are unknown, so the run
003450* ends.
003460*-------------------------------------------------------------------
003470 1100-LOAD-PARAMETERS.
003480     OPEN INPUT EXCEPTION-PARM-FILE
003490     IF WS-EXCPPARM-NOT-FOUND
003500         DISPLAY "EXCEPTION PARAMETERS EMPTY OR MISSING - RUN "
003510             "TERMINATED"
003520         MOVE 16 TO RETURN-CODE
003530         GO TO 9999-TERMINATE
003540     END-IF
003550     PERFORM 1110-READ-PARAMETER THRU 1110-EXIT
003560         UNTIL NOT WS-EXCPPARM-OK
003570     CLOSE EXCEPTION-PARM-FILE
003580     IF NOT WS-WINDOW-GIVEN
003590         DISPLAY "NO BATCH WINDOW ON EXCEPTION PARAMETERS - "
003600             "WINDOW NOT CHECKED"
003610     END-IF
003620     .
003630 1100-EXIT.
003640     EXIT.
003650
003660*-------------------------------------------------------------------
003670* 1110-READ-PARAMETER - one parameter record by its type; an
003680* unknown type is reported and passed over.
003690*-------------------------------------------------------------------
003700 1110-READ-PARAMETER.
003710     READ EXCEPTION-PARM-FILE
003720         AT END
003730             GO TO 1110-EXIT
003740     END-READ
003750     EVALUATE TRUE
003760         WHEN XPRM-THRESHOLD
003770             PERFORM 1120-LOAD-THRESHOLD THRU 1120-EXIT
003780         WHEN XPRM-WINDOW
003790             MOVE XPRM-WINDOW-START TO WS-WINDOW-START
003800             MOVE XPRM-WINDOW-END TO WS-WINDOW-END
003810             SET WS-WINDOW-GIVEN TO TRUE
003820         WHEN XPRM-REVIEW-DATE
003830             IF XPRM-DATE NUMERIC
003840                 STRING XPRM-DATE-YYYY "-" XPRM-DATE-MM "-"
003850                     XPRM-DATE-DD
003860                     DELIMITED BY SIZE INTO WS-REVIEW-DATE
003870                 SET WS-REVIEW-DATE-GIVEN TO TRUE
003880             ELSE
003890                 DISPLAY "REVIEW DATE NOT NUMERIC - TODAY "
003900                     "REVIEWED"
003910             END-IF
003920         WHEN OTHER
003930             DISPLAY "UNKNOWN EXCEPTION PARAMETER TYPE IGNORED: "
003940                 XPRM-RECORD-TYPE
003950     END-EVALUATE
003960     .
003970 1110-EXIT.
003980     EXIT.
003990
004000*-------------------------------------------------------------------
004010* 1120-LOAD-THRESHOLD - one product's threshold into the table;
004020* the blank product is kept as the default.
004030*-------------------------------------------------------------------
004040 1120-LOAD-THRESHOLD.
004050     IF WS-THRESH-COUNT >= WS-THRESH-MAX
004060         DISPLAY "SWING THRESHOLD TABLE FULL - RUN TERMINATED"
004070         MOVE 16 TO RETURN-CODE
004080         GO TO 9999-TERMINATE
004090     END-IF
004100     ADD 1 TO WS-THRESH-COUNT
004110     MOVE XPRM-PRODUCT-CODE TO WS-THRESH-PRODUCT (WS-THRESH-COUNT)
004120     IF XPRM-SWING-THRESHOLD NUMERIC
004130         MOVE XPRM-SWING-THRESHOLD
004140             TO WS-THRESH-AMOUNT (WS-THRESH-COUNT)
004150     ELSE
004160         MOVE ZERO TO WS-THRESH-AMOUNT (WS-THRESH-COUNT)
004170     END-IF
004180     .
004190 1120-EXIT.
004200     EXIT.
004210
004220*-------------------------------------------------------------------
004230* 1200-SET-REVIEW-NIGHT - a window whose end is earlier than its
004240* start runs past midnight: the night under review then begins on
004250* the review date and ends at the window's end the next day, and
004260* with no review date given it is the night that began yesterday.
004270*-------------------------------------------------------------------
004280 1200-SET-REVIEW-NIGHT.
004290     IF NOT WS-WINDOW-GIVEN
004300         OR WS-WINDOW-START NOT > WS-WINDOW-END
004310         GO TO 1200-EXIT
004320     END-IF
004330     SET WS-WINDOW-WRAPS TO TRUE
004340     IF NOT WS-REVIEW-DATE-GIVEN
004350         MOVE WS-CURRENT-DATE TO WS-EDIT-DATE
004360         PERFORM 7710-PREVIOUS-DAY THRU 7710-EXIT
004370         STRING WS-EDIT-YYYY "-" WS-EDIT-MM "-" WS-EDIT-DD
004380             DELIMITED BY SIZE INTO WS-REVIEW-DATE
004390     END-IF
004400     MOVE WS-REVIEW-YYYY TO WS-EDIT-YYYY
004410     MOVE WS-REVIEW-MM TO WS-EDIT-MM
004420     MOVE WS-REVIEW-DD TO WS-EDIT-DD
004430     PERFORM 7700-NEXT-DAY THRU 7700-EXIT
004440     STRING WS-EDIT-YYYY "-" WS-EDIT-MM "-" WS-EDIT-DD
004450         DELIMITED BY SIZE INTO WS-REVIEW-NEXT-DATE
004460     .
004470 1200-EXIT.
004480     EXIT.
004490
004500*-------------------------------------------------------------------
004510* 1300-LOAD-RUN-CONTROL - every program's last start and end date
004520* into the table. With no run-control file, every journal write
004530* is by a program with no entry.
004540*-------------------------------------------------------------------
004550 1300-LOAD-RUN-CONTROL.
004560     OPEN INPUT RUN-CONTROL-FILE
004570     IF NOT WS-RUNCTL-OK
004580         DISPLAY "NO RUN-CONTROL FILE - EVERY WRITE REPORTED"
004590         GO TO 1300-EXIT
004600     END-IF
004610     PERFORM 1310-READ-RUN-ENTRY THRU 1310-EXIT
004620         UNTIL NOT WS-RUNCTL-OK
004630     CLOSE RUN-CONTROL-FILE
004640     .
004650 1300-EXIT.
004660     EXIT.
004670
004680*-------------------------------------------------------------------
004690* 1310-READ-RUN-ENTRY - one run-control record into the table.
004700*-------------------------------------------------------------------
004710 1310-READ-RUN-ENTRY.
004720     READ RUN-CONTROL-FILE
004730         AT END
004740             GO TO 1310-EXIT
004750     END-READ
004760     IF WS-RCTL-COUNT >= WS-RCTL-MAX
004770         DISPLAY "RUN-CONTROL TABLE FULL - RUN TERMINATED"
004780         MOVE 16 TO RETURN-CODE
004790         GO TO 9999-TERMINATE
004800     END-IF
004810     ADD 1 TO WS-RCTL-COUNT
004820     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
004830     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
004840     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
004850     .
004860 1310-EXIT.
004870     EXIT.
004880
004890*-------------------------------------------------------------------
004900* 2000-REVIEW-JOURNAL - one pass of the recovery journal. A
004910* missing journal means nothing was written.
004920*-------------------------------------------------------------------
004930 2000-REVIEW-JOURNAL.
004940     OPEN INPUT RECOVERY-JOURNAL
004950     IF NOT WS-RCVYJRNL-OK
004960         DISPLAY "NO RECOVERY JOURNAL - NOTHING TO REVIEW"
004970         GO TO 2000-EXIT
004980     END-IF
004990     PERFORM 2100-REVIEW-ONE-IMAGE THRU 2100-EXIT
005000         UNTIL NOT WS-RCVYJRNL-OK
005010     CLOSE RECOVERY-JOURNAL
005020     .
005030 2000-EXIT.
005040     EXIT.
005050
005060*-------------------------------------------------------------------
005070* 2050-CHECK-REVIEW-NIGHT - whether the journal record in hand was
005080* written in the night under review: on the review date, or, for
005090* a window past midnight, on the review date after the window's
005100* end or on the next day up to it - the morning before the window
005110* end belongs to the previous night.
005120*-------------------------------------------------------------------
005130 2050-CHECK-REVIEW-NIGHT.
005140     SET WS-NOT-IN-REVIEW-NIGHT TO TRUE
005150     IF NOT WS-WINDOW-WRAPS
005160         IF RCVY-DATE = WS-REVIEW-DATE
005170             SET WS-IN-REVIEW-NIGHT TO TRUE
005180         END-IF
005190         GO TO 2050-EXIT
005200     END-IF
005210     IF RCVY-DATE = WS-REVIEW-DATE
005220         AND RCVY-TIME > WS-WINDOW-END
005230         SET WS-IN-REVIEW-NIGHT TO TRUE
005240     END-IF
005250     IF RCVY-DATE = WS-REVIEW-NEXT-DATE
005260         AND RCVY-TIME NOT > WS-WINDOW-END
005270         SET WS-IN-REVIEW-NIGHT TO TRUE
005280     END-IF
005290     .
005300 2050-EXIT.
005310     EXIT.
005320
005330*-------------------------------------------------------------------
005340* 2100-REVIEW-ONE-IMAGE - one journal record written in the night
005350* under review, through every check in turn; a record can raise
005360* more than one exception, and each prints on its own line.
005370*-------------------------------------------------------------------
005380 2100-REVIEW-ONE-IMAGE.
005390     READ RECOVERY-JOURNAL
005400         AT END
005410             GO TO 2100-EXIT
005420     END-READ
005430     ADD 1 TO WS-JOURNAL-READ-COUNT
005440     PERFORM 2050-CHECK-REVIEW-NIGHT THRU 2050-EXIT
005450     IF WS-NOT-IN-REVIEW-NIGHT
005460         GO TO 2100-EXIT
005470     END-IF
005480     ADD 1 TO WS-REVIEWED-COUNT
005490     MOVE RCVY-BEFORE-IMAGE TO WS-BEFORE-AREA
005500     MOVE RCVY-AFTER-IMAGE TO WS-AFTER-AREA
005510     MOVE ZERO TO WS-BEFORE-AMOUNT
005520     MOVE ZERO TO WS-AFTER-AMOUNT
005530     IF NOT RCVY-ADD AND WS-BEFORE-BALANCE NUMERIC
005540         MOVE WS-BEFORE-BALANCE TO WS-BEFORE-AMOUNT
005550     END-IF
005560     IF NOT RCVY-DELETE AND WS-AFTER-BALANCE NUMERIC
005570         MOVE WS-AFTER-BALANCE TO WS-AFTER-AMOUNT
005580     END-IF
005590     PERFORM 2200-CHECK-SWING THRU 2200-EXIT
005600     PERFORM 2300-CHECK-REOPEN THRU 2300-EXIT
005610     PERFORM 2400-CHECK-IDENTITY THRU 2400-EXIT
005620     PERFORM 2500-CHECK-WINDOW THRU 2500-EXIT
005630     PERFORM 2600-CHECK-RUN-CONTROL THRU 2600-EXIT
005640     .
005650 2100-EXIT.
005660     EXIT.
005670
005680*-------------------------------------------------------------------
005690* 2200-CHECK-SWING - the balance moved, either way, by more than
005700* the product's threshold (the default where the product has
005710* none). An add or delete swings by its whole balance.
005720*-------------------------------------------------------------------
005730 2200-CHECK-SWING.
005740     COMPUTE WS-SWING = WS-AFTER-AMOUNT - WS-BEFORE-AMOUNT
005750     IF WS-SWING < ZERO
005760         COMPUTE WS-SWING = ZERO - WS-SWING
005770     END-IF
005780     IF RCVY-DELETE
005790         MOVE WS-BEFORE-PRODUCT TO WS-SWING-PRODUCT
005800     ELSE
005810         MOVE WS-AFTER-PRODUCT TO WS-SWING-PRODUCT
005820     END-IF
005830     MOVE ZERO TO WS-THRESH-FOUND-IX
005840     MOVE ZERO TO WS-THRESH-DEFAULT-IX
005850     PERFORM 2210-CHECK-THRESHOLD THRU 2210-EXIT
005860         VARYING WS-THRESH-IX FROM 1 BY 1
005870         UNTIL WS-THRESH-IX > WS-THRESH-COUNT
005880     IF WS-THRESH-FOUND-IX = ZERO
005890         MOVE WS-THRESH-DEFAULT-IX TO WS-THRESH-FOUND-IX
005900     END-IF
005910     IF WS-THRESH-FOUND-IX = ZERO
005920         GO TO 2200-EXIT
005930     END-IF
005940     IF WS-THRESH-AMOUNT (WS-THRESH-FOUND-IX) = ZERO
005950         OR WS-SWING NOT > WS-THRESH-AMOUNT (WS-THRESH-FOUND-IX)
005960         GO TO 2200-EXIT
005970     END-IF
005980     ADD 1 TO WS-SWING-COUNT
005990     MOVE "BALANCE SWING" TO WS-EXCEPTION-REASON
006000     PERFORM 8100-PRINT-EXCEPTION THRU 8100-EXIT
006010     .
006020 2200-EXIT.
006030     EXIT.
006040
006050*-------------------------------------------------------------------
006060* 2210-CHECK-THRESHOLD - one threshold entry against the product.
006070*-------------------------------------------------------------------
006080 2210-CHECK-THRESHOLD.
006090     IF WS-THRESH-PRODUCT (WS-THRESH-IX) = SPACES
006100         MOVE WS-THRESH-IX TO WS-THRESH-DEFAULT-IX
006110     END-IF
006120     IF WS-THRESH-PRODUCT (WS-THRESH-IX) = WS-SWING-PRODUCT
006130         AND WS-SWING-PRODUCT NOT = SPACES
006140         MOVE WS-THRESH-IX TO WS-THRESH-FOUND-IX
006150     END-IF
006160     .
006170 2210-EXIT.
006180     EXIT.
006190
006200*-------------------------------------------------------------------
006210* 2300-CHECK-REOPEN - a closed account changed back to open.
006220*-------------------------------------------------------------------
006230 2300-CHECK-REOPEN.
006240     IF NOT RCVY-CHANGE
006250         GO TO 2300-EXIT
006260     END-IF
006270     IF WS-BEFORE-STATUS = 'C' AND WS-AFTER-STATUS = 'O'
006280         ADD 1 TO WS-REOPEN-COUNT
006290         MOVE "CLOSED ACCOUNT REOPENED" TO WS-EXCEPTION-REASON
006300         PERFORM 8100-PRINT-EXCEPTION THRU 8100-EXIT
006310     END-IF
006320     .
006330 2300-EXIT.
006340     EXIT.
006350
006360*-------------------------------------------------------------------
006370* 2400-CHECK-IDENTITY - the name or product code changed on an
006380* account carrying a balance before or after the write.
006390*-------------------------------------------------------------------
006400 2400-CHECK-IDENTITY.
006410     IF NOT RCVY-CHANGE
006420         GO TO 2400-EXIT
006430     END-IF
006440     IF WS-BEFORE-AMOUNT = ZERO AND WS-AFTER-AMOUNT = ZERO
006450         GO TO 2400-EXIT
006460     END-IF
006470     IF WS-BEFORE-NAME NOT = WS-AFTER-NAME
006480         ADD 1 TO WS-IDENTITY-COUNT
006490         MOVE "NAME CHANGED" TO WS-EXCEPTION-REASON
006500         PERFORM 8100-PRINT-EXCEPTION THRU 8100-EXIT
006510     END-IF
006520     IF WS-BEFORE-PRODUCT NOT = WS-AFTER-PRODUCT
006530         ADD 1 TO WS-IDENTITY-COUNT
006540         MOVE "PRODUCT CODE CHANGED" TO WS-EXCEPTION-REASON
006550         PERFORM 8100-PRINT-EXCEPTION THRU 8100-EXIT
006560     END-IF
006570     .
006580 2400-EXIT.
006590     EXIT.
006600
006610*-------------------------------------------------------------------
006620* 2500-CHECK-WINDOW - the write's time stamp against the batch
006630* window; a window whose end is earlier than its start runs past
006640* midnight.
006650*-------------------------------------------------------------------
006660 2500-CHECK-WINDOW.
006670     IF NOT WS-WINDOW-GIVEN
006680         GO TO 2500-EXIT
006690     END-IF
006700     SET WS-OUTSIDE-WINDOW TO TRUE
006710     IF WS-WINDOW-START NOT > WS-WINDOW-END
006720         IF RCVY-TIME NOT < WS-WINDOW-START
006730             AND RCVY-TIME NOT > WS-WINDOW-END
006740             SET WS-INSIDE-WINDOW TO TRUE
006750         END-IF
006760     ELSE
006770         IF RCVY-TIME NOT < WS-WINDOW-START
006780             OR RCVY-TIME NOT > WS-WINDOW-END
006790             SET WS-INSIDE-WINDOW TO TRUE
006800         END-IF
006810     END-IF
006820     IF WS-OUTSIDE-WINDOW
006830         ADD 1 TO WS-WINDOW-COUNT
006840         MOVE "OUTSIDE BATCH WINDOW" TO WS-EXCEPTION-REASON
006850         PERFORM 8100-PRINT-EXCEPTION THRU 8100-EXIT
006860     END-IF
006870     .
006880 2500-EXIT.
006890     EXIT.
006900
006910*-------------------------------------------------------------------
006920* 2600-CHECK-RUN-CONTROL - the writing program must have a run-
006930* control entry that started or ended on the date of the write.
006940*-------------------------------------------------------------------
006950 2600-CHECK-RUN-CONTROL.
006960     MOVE 'N' TO WS-RCTL-FOUND-SWITCH
006970     PERFORM 2610-CHECK-RUN-ENTRY THRU 2610-EXIT
006980         VARYING WS-RCTL-IX FROM 1 BY 1
006990         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
007000         OR WS-RCTL-RAN-THAT-DAY
007010     IF NOT WS-RCTL-RAN-THAT-DAY
007020         ADD 1 TO WS-NO-RUNCTL-COUNT
007030         MOVE "NO RUNCTL ENTRY THAT DAY" TO WS-EXCEPTION-REASON
007040         PERFORM 8100-PRINT-EXCEPTION THRU 8100-EXIT
007050     END-IF
007060     .
007070 2600-EXIT.
007080     EXIT.
007090
007100*-------------------------------------------------------------------
007110* 2610-CHECK-RUN-ENTRY - one run-control entry against the writing
007120* program and the date of the write.
007130*-------------------------------------------------------------------
007140 2610-CHECK-RUN-ENTRY.
007150     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = RCVY-PROGRAM-ID
007160         AND (WS-RCTL-START-DATE (WS-RCTL-IX) = RCVY-DATE
007170             OR WS-RCTL-END-DATE (WS-RCTL-IX) = RCVY-DATE)
007180         MOVE 'Y' TO WS-RCTL-FOUND-SWITCH
007190     END-IF
007200     .
007210 2610-EXIT.
007220     EXIT.
007230
007240*-------------------------------------------------------------------
007250* 7600-MONTH-END-DAY - the last day of WS-EDIT-DATE's month,
007260* February's length following the leap year rule.
007270*-------------------------------------------------------------------
007280 7600-MONTH-END-DAY.
007290     EVALUATE WS-EDIT-MM
007300         WHEN 4
007310         WHEN 6
007320         WHEN 9
007330         WHEN 11
007340             MOVE 30 TO WS-MONTH-END-DAY
007350         WHEN 2
007360             MOVE 28 TO WS-MONTH-END-DAY
007370             DIVIDE WS-EDIT-YYYY BY 4
007380                 GIVING WS-LEAP-QUOTIENT
007390                 REMAINDER WS-LEAP-REMAINDER
007400             IF WS-LEAP-REMAINDER = ZERO
007410                 MOVE 29 TO WS-MONTH-END-DAY
007420             END-IF
007430             DIVIDE WS-EDIT-YYYY BY 100
007440                 GIVING WS-LEAP-QUOTIENT
007450                 REMAINDER WS-LEAP-REMAINDER
007460             IF WS-LEAP-REMAINDER = ZERO
007470                 MOVE 28 TO WS-MONTH-END-DAY
007480                 DIVIDE WS-EDIT-YYYY BY 400
007490                     GIVING WS-LEAP-QUOTIENT
007500                     REMAINDER WS-LEAP-REMAINDER
007510                 IF WS-LEAP-REMAINDER = ZERO
007520                     MOVE 29 TO WS-MONTH-END-DAY
007530                 END-IF
007540             END-IF
007550         WHEN OTHER
007560             MOVE 31 TO WS-MONTH-END-DAY
007570     END-EVALUATE
007580     .
007590 7600-EXIT.
007600     EXIT.
007610
007620*-------------------------------------------------------------------
007630* 7700-NEXT-DAY - WS-EDIT-DATE moved on one calendar day.
007640*-------------------------------------------------------------------
007650 7700-NEXT-DAY.
007660     PERFORM 7600-MONTH-END-DAY THRU 7600-EXIT
007670     ADD 1 TO WS-EDIT-DD
007680     IF WS-EDIT-DD > WS-MONTH-END-DAY
007690         MOVE 1 TO WS-EDIT-DD
007700         ADD 1 TO WS-EDIT-MM
007710         IF WS-EDIT-MM > 12
007720             MOVE 1 TO WS-EDIT-MM
007730             ADD 1 TO WS-EDIT-YYYY
007740         END-IF
007750     END-IF
007760     .
007770 7700-EXIT.
007780     EXIT.
007790
007800*-------------------------------------------------------------------
007810* 7710-PREVIOUS-DAY - WS-EDIT-DATE moved back one calendar day.
007820*-------------------------------------------------------------------
007830 7710-PREVIOUS-DAY.
007840     IF WS-EDIT-DD > 1
007850         SUBTRACT 1 FROM WS-EDIT-DD
007860         GO TO 7710-EXIT
007870     END-IF
007880     IF WS-EDIT-MM > 1
007890         SUBTRACT 1 FROM WS-EDIT-MM
007900     ELSE
007910         MOVE 12 TO WS-EDIT-MM
007920         SUBTRACT 1 FROM WS-EDIT-YYYY
007930     END-IF
007940     PERFORM 7600-MONTH-END-DAY THRU 7600-EXIT
007950     MOVE WS-MONTH-END-DAY TO WS-EDIT-DD
007960     .
007970 7710-EXIT.
007980     EXIT.
007990
008000*-------------------------------------------------------------------
008010* 8000-PRINT-HEADINGS - close the page in hand with its sign-off
008020* block, then the report header and column line for the next.
008030*-------------------------------------------------------------------
008040 8000-PRINT-HEADINGS.
008050     IF WS-PAGE-NUMBER > ZERO
008060         PERFORM 8200-PRINT-SIGNOFF THRU 8200-EXIT
008070     END-IF
008080     ADD 1 TO WS-PAGE-NUMBER
008090     MOVE WS-REPORT-DATE TO XRPT-HDR-DATE
008100     MOVE WS-REVIEW-DATE TO XRPT-HDR-REVIEW-DATE
008110     MOVE WS-PAGE-NUMBER TO XRPT-HDR-PAGE
008120     WRITE XRPT-PRINT-RECORD FROM XRPT-HEADING-LINE
008130     WRITE XRPT-PRINT-RECORD FROM XRPT-COLUMN-LINE
008140     MOVE 1 TO WS-LINE-COUNT
008150     .
008160 8000-EXIT.
008170     EXIT.
008180
008190*-------------------------------------------------------------------
008200* 8100-PRINT-EXCEPTION - one exception: the program, the time,
008210* the action, the reason and the before and after images side by
008220* side, paging when the page is full.
008230*-------------------------------------------------------------------
008240 8100-PRINT-EXCEPTION.
008250     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008260         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008270     END-IF
008280     ADD 1 TO WS-EXCEPTION-COUNT
008290     MOVE RCVY-PROGRAM-ID TO XRPT-DTL-PROGRAM
008300     MOVE RCVY-TIME TO XRPT-DTL-TIME
008310     MOVE RCVY-ACTION TO XRPT-DTL-ACTION
008320     MOVE WS-EXCEPTION-REASON TO XRPT-DTL-REASON
008330     MOVE RCVY-BEFORE-IMAGE TO XRPT-DTL-BEFORE
008340     MOVE RCVY-AFTER-IMAGE TO XRPT-DTL-AFTER
008350     WRITE XRPT-PRINT-RECORD FROM XRPT-DETAIL-LINE
008360     ADD 1 TO WS-LINE-COUNT
008370     .
008380 8100-EXIT.
008390     EXIT.
008400
008410*-------------------------------------------------------------------
008420* 8200-PRINT-SIGNOFF - the reviewer's sign-off block at the foot
008430* of a page.
008440*-------------------------------------------------------------------
008450 8200-PRINT-SIGNOFF.
008460     MOVE SPACES TO XRPT-SECTION-TITLE
008470     WRITE XRPT-PRINT-RECORD FROM XRPT-SECTION-LINE
008480     WRITE XRPT-PRINT-RECORD FROM XRPT-SIGNOFF-LINE
008490     .
008500 8200-EXIT.
008510     EXIT.
008520
008530*-------------------------------------------------------------------
008540* 8500-PRINT-COUNTS - the run's counts by exception, then the
008550* last page's sign-off block.
008560*-------------------------------------------------------------------
008570 8500-PRINT-COUNTS.
008580     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 12
008590         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
008600     END-IF
008610     MOVE SPACES TO XRPT-SECTION-TITLE
008620     WRITE XRPT-PRINT-RECORD FROM XRPT-SECTION-LINE
008630     MOVE "MASTER CHANGE EXCEPTION COUNTS" TO XRPT-SECTION-TITLE
008640     WRITE XRPT-PRINT-RECORD FROM XRPT-SECTION-LINE
008650     MOVE "JOURNAL RECORDS READ" TO XRPT-CNT-LABEL
008660     MOVE WS-JOURNAL-READ-COUNT TO XRPT-CNT-VALUE
008670     WRITE XRPT-PRINT-RECORD FROM XRPT-COUNT-LINE
008680     MOVE "MASTER WRITES ON THE REVIEW DATE" TO XRPT-CNT-LABEL
008690     MOVE WS-REVIEWED-COUNT TO XRPT-CNT-VALUE
008700     WRITE XRPT-PRINT-RECORD FROM XRPT-COUNT-LINE
008710     MOVE "BALANCE SWINGS OVER THRESHOLD" TO XRPT-CNT-LABEL
008720     MOVE WS-SWING-COUNT TO XRPT-CNT-VALUE
008730     WRITE XRPT-PRINT-RECORD FROM XRPT-COUNT-LINE
008740     MOVE "CLOSED ACCOUNTS REOPENED" TO XRPT-CNT-LABEL
008750     MOVE WS-REOPEN-COUNT TO XRPT-CNT-VALUE
008760     WRITE XRPT-PRINT-RECORD FROM XRPT-COUNT-LINE
008770     MOVE "NAME OR PRODUCT CHANGES WITH A BALANCE"
008780         TO XRPT-CNT-LABEL
008790     MOVE WS-IDENTITY-COUNT TO XRPT-CNT-VALUE
008800     WRITE XRPT-PRINT-RECORD FROM XRPT-COUNT-LINE
008810     MOVE "WRITES OUTSIDE THE BATCH WINDOW" TO XRPT-CNT-LABEL
008820     MOVE WS-WINDOW-COUNT TO XRPT-CNT-VALUE
008830     WRITE XRPT-PRINT-RECORD FROM XRPT-COUNT-LINE
008840     MOVE "WRITES WITH NO RUNCTL ENTRY THAT DAY" TO XRPT-CNT-LABEL
008850     MOVE WS-NO-RUNCTL-COUNT TO XRPT-CNT-VALUE
008860     WRITE XRPT-PRINT-RECORD FROM XRPT-COUNT-LINE
008870     MOVE "EXCEPTIONS LISTED" TO XRPT-CNT-LABEL
008880     MOVE WS-EXCEPTION-COUNT TO XRPT-CNT-VALUE
008890     WRITE XRPT-PRINT-RECORD FROM XRPT-COUNT-LINE
008900     PERFORM 8200-PRINT-SIGNOFF THRU 8200-EXIT
008910     .
008920 8500-EXIT.
008930     EXIT.
008940
008950*-------------------------------------------------------------------
008960* 9999-TERMINATE - single exit point for the run.
008970*-------------------------------------------------------------------
008980 9999-TERMINATE.
008990     CLOSE EXCEPTION-REPORT
009000     STOP RUN.
009010 END PROGRAM JRNLEXCP.
