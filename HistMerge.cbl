000050*              sweep: each parallel PI partition writes its own
000060*              AMORT-HISTORY; this step proves each partition
000070*              file against its own trailer, merges the detail
000080*              and posting records into one AMORT-HISTORY with a
000090*              single combined grand-totals record and trailer,
000100*              and prints a
000110*              run-level control report combining the
000120*              partitions' record counts, interest/closing
000130*              proof totals, grand totals and posting proofs
000140*              (accounts posted, balances posted, unposted).
000150*              Up to four partition files (AMORTHS1-AMORTHS4);
000160*              a partition not assigned is simply reported
000170*              absent. One partition that does not prove fails
000180*              the whole consolidation: downstream jobs never
000190*              see a merged file built from an unproven part.
000200*              As the step that closes the partitioned
000210*              calculation, this program owns the "PI" entry
000220*              on the shared run-control file: it refuses to
000230*              run until every partition entry (PI1-PI4) has
000240*              ended clean, and its own clean end is what lets
000250*              the downstream steps through.
000260* Tectonics:   cobc
000270*-------------------------------------------------------------------
000280* Modification History
000290* Date       Init  Description
000300* ---------- ----  ------------------------------------------------
000310* 2026-09-02  MSA  New program, alongside PI's partitioned
000320*                   sweep range.
000330* 2026-09-02  MSA  Review fixes: the partitions' 'G' grand-
000340*                   totals records (grand interest/closing,
000350*                   posting proof) are now combined onto the
000360*                   control report and onto the merged file,
000370*                   and the program joined the shared run-
000380*                   sequence control as the owner of the "PI"
000390*                   entry, gated on every partition having
000400*                   ended clean.
000410* 2026-10-15  MSA  The partitions' posted interest (new 'G'
000420*                   field) is combined onto the merged grand-
000430*                   totals record for the trial balance.
000440* 2026-10-15  MSA  The partitions' 'P' posting records are carried
000450*                   onto the merged file behind their details.
000460*******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    HISTMRGE.
000490 AUTHOR.        MSALPDOGAN.
000500 INSTALLATION.  OPERATIONS.
000510 DATE-WRITTEN.  09/02/2026.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OPTIONAL PARTITION-HISTORY-1 ASSIGN TO "AMORTHS1"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PART1-STATUS.
000590
000600     SELECT OPTIONAL PARTITION-HISTORY-2 ASSIGN TO "AMORTHS2"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PART2-STATUS.
000630
000640     SELECT OPTIONAL PARTITION-HISTORY-3 ASSIGN TO "AMORTHS3"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PART3-STATUS.
000670
000680     SELECT OPTIONAL PARTITION-HISTORY-4 ASSIGN TO "AMORTHS4"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PART4-STATUS.
000710
000720     SELECT MERGED-HISTORY ASSIGN TO "AMORTHST"
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740
000750     SELECT MERGE-REPORT ASSIGN TO "MRGERPT"
000760         ORGANIZATION IS LINE SEQUENTIAL.
000770
000780     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RUNCTL-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*-------------------------------------------------------------------
000850* PARTITION-HISTORY-1 to -4 - the partition runs' AMORT-HISTORY
000860* files, read as images and interpreted through the AMORTREC
000870* layouts held in working storage.
000880*-------------------------------------------------------------------
000890 FD  PARTITION-HISTORY-1.
000900 01  PART1-RECORD                    PIC X(138).
000910
000920 FD  PARTITION-HISTORY-2.
000930 01  PART2-RECORD                    PIC X(138).
000940
000950 FD  PARTITION-HISTORY-3.
000960 01  PART3-RECORD                    PIC X(138).
000970
000980 FD  PARTITION-HISTORY-4.
000990 01  PART4-RECORD                    PIC X(138).
001000
001010*-------------------------------------------------------------------
001020* MERGED-HISTORY - the consolidated file downstream jobs read:
001030* every partition's details, then one combined grand-totals
001040* record and one combined trailer.
001050*-------------------------------------------------------------------
001060 FD  MERGED-HISTORY.
001070 01  MERGED-RECORD                   PIC X(138).
001080
001090*-------------------------------------------------------------------
001100* MERGE-REPORT - the run-level control report: per-partition
001110* counts and proof totals, the combined totals, and the
001120* verdict.
001130*-------------------------------------------------------------------
001140 FD  MERGE-REPORT.
001150 01  MRPT-PRINT-RECORD               PIC X(133).
001160
001170*-------------------------------------------------------------------
001180* RUN-CONTROL-FILE - the night stream's shared run-sequence
001190* control, one record per batch program in the shared RUNCTLR
001200* layout. This program stamps the "PI" entry on behalf of the
001210* whole partitioned calculation.
001220*-------------------------------------------------------------------
001230 FD  RUN-CONTROL-FILE.
001240 COPY RUNCTLR.
001250
001260 WORKING-STORAGE SECTION.
001270*-------------------------------------------------------------------
001280* The AMORTREC record layouts, held here so every partition's
001290* image can be interpreted through one set of fields.
001300*-------------------------------------------------------------------
001310 COPY AMORTREC.
001320
001330*-------------------------------------------------------------------
001340* Print lines, kept in working storage so their VALUE clauses
001350* are honored, and written with WRITE ... FROM.
001360*-------------------------------------------------------------------
001370 01  MRPT-HEADING-LINE.
001380     05  FILLER                      PIC X(01) VALUE '1'.
001390     05  FILLER                      PIC X(32)
001400                 VALUE "PARTITION CONSOLIDATION REPORT".
001410     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
001420     05  MRPT-HDR-DATE               PIC X(10).
001430
001440 01  MRPT-PARTITION-LINE.
001450     05  FILLER                      PIC X(01) VALUE SPACE.
001460     05  FILLER                      PIC X(10)
001470                                      VALUE "PARTITION ".
001480     05  MRPT-PRT-NUMBER             PIC 9(01).
001490     05  FILLER                      PIC X(02) VALUE SPACES.
001500     05  MRPT-PRT-STATUS             PIC X(20).
001510     05  FILLER                      PIC X(09) VALUE "RECORDS ".
001520     05  MRPT-PRT-COUNT              PIC ZZZZZZZZ9.
001530     05  FILLER                      PIC X(11)
001540                                      VALUE "  INTEREST ".
001550     05  MRPT-PRT-INTEREST           PIC $(35)9.99CR.
001560
001570 01  MRPT-CLOSING-LINE.
001580     05  FILLER                      PIC X(01) VALUE SPACE.
001590     05  FILLER                      PIC X(13) VALUE SPACES.
001600     05  FILLER                      PIC X(09) VALUE "CLOSING ".
001610     05  MRPT-CLS-CLOSING            PIC $(35)9.99CR.
001620
001630 01  MRPT-GRAND-LINE.
001640     05  FILLER                      PIC X(01) VALUE SPACE.
001650     05  FILLER                      PIC X(13) VALUE SPACES.
001660     05  FILLER                      PIC X(09) VALUE "ACCOUNTS".
001670     05  MRPT-GRD-ACCOUNTS           PIC ZZZZ9.
001680     05  FILLER                      PIC X(16)
001690                 VALUE "  GRAND CLOSING ".
001700     05  MRPT-GRD-CLOSING            PIC $(35)9.99CR.
001710
001720 01  MRPT-PROOF-LINE.
001730     05  FILLER                      PIC X(01) VALUE SPACE.
001740     05  FILLER                      PIC X(13) VALUE SPACES.
001750     05  FILLER                      PIC X(07) VALUE "POSTED".
001760     05  MRPT-PRF-POSTED             PIC ZZZZ9.
001770     05  FILLER                      PIC X(18)
001780                 VALUE "  BALANCES POSTED ".
001790     05  MRPT-PRF-BALANCE            PIC $(13)9.99CR.
001800     05  FILLER                      PIC X(11)
001810                 VALUE "  UNPOSTED ".
001820     05  MRPT-PRF-UNPOSTED           PIC ZZZZ9.
001830
001840 01  MRPT-VERDICT-LINE.
001850     05  FILLER                      PIC X(01) VALUE SPACE.
001860     05  MRPT-VERDICT-TEXT           PIC X(70).
001870
001880 01  WS-PART1-STATUS                 PIC X(02).
001890     88  WS-PART1-OK                 VALUE '00'.
001900 01  WS-PART2-STATUS                 PIC X(02).
001910     88  WS-PART2-OK                 VALUE '00'.
001920 01  WS-PART3-STATUS                 PIC X(02).
001930     88  WS-PART3-OK                 VALUE '00'.
001940 01  WS-PART4-STATUS                 PIC X(02).
001950     88  WS-PART4-OK                 VALUE '00'.
001960
001970*-------------------------------------------------------------------
001980* Per-partition proof state: what the details add up to, what
001990* the partition's trailer claims, and whether a trailer was
002000* seen at all. The hash totals wrap at field capacity on both
002010* sides, same as the writer.
002020*-------------------------------------------------------------------
002030 01  WS-PARTITION-NUMBER             PIC 9(01).
002040 01  WS-PART-RECORD                  PIC X(138).
002050
002060 01  WS-PART-RECORD-COUNT            PIC 9(09).
002070 01  WS-PART-INTEREST-HASH           PIC S9(36)V9(2).
002080 01  WS-PART-CLOSING-HASH            PIC S9(36)V9(2).
002090 01  WS-PART-TRAILER-SWITCH          PIC X(01).
002100     88  WS-PART-TRAILER-SEEN        VALUE 'Y'.
002110     88  WS-PART-TRAILER-NOT-SEEN    VALUE 'N'.
002120 01  WS-PART-TRL-COUNT               PIC 9(09).
002130 01  WS-PART-TRL-INTEREST            PIC S9(36)V9(2).
002140 01  WS-PART-TRL-CLOSING             PIC S9(36)V9(2).
002150
002160*-------------------------------------------------------------------
002170* The partition's 'G' grand-totals record: its account count,
002180* interest and closing grand totals and its posting proof,
002190* combined across partitions for the control report and the
002200* merged file's own totals record.
002210*-------------------------------------------------------------------
002220 01  WS-PART-TOTALS-SWITCH           PIC X(01).
002230     88  WS-PART-TOTALS-SEEN         VALUE 'Y'.
002240     88  WS-PART-TOTALS-NOT-SEEN     VALUE 'N'.
002250 01  WS-PART-ACCOUNT-COUNT           PIC 9(05).
002260 01  WS-PART-GRD-INTEREST            PIC S9(36)V9(2).
002270 01  WS-PART-GRD-CLOSING             PIC S9(36)V9(2).
002280 01  WS-PART-POSTED-COUNT            PIC 9(05).
002290 01  WS-PART-POSTED-BALANCE          PIC S9(13)V9(2).
002300 01  WS-PART-UNPOSTED-COUNT          PIC 9(05).
002310 01  WS-PART-POSTED-INTEREST         PIC S9(13)V9(2).
002320
002330*-------------------------------------------------------------------
002340* Combined totals for the single merged trailer.
002350*-------------------------------------------------------------------
002360 01  WS-MERGED-RECORD-COUNT          PIC 9(09) VALUE ZERO.
002370 01  WS-MERGED-INTEREST-HASH         PIC S9(36)V9(2) VALUE ZERO.
002380 01  WS-MERGED-CLOSING-HASH          PIC S9(36)V9(2) VALUE ZERO.
002390 01  WS-MERGED-ACCOUNT-COUNT         PIC 9(05) VALUE ZERO.
002400 01  WS-MERGED-GRD-INTEREST          PIC S9(36)V9(2) VALUE ZERO.
002410 01  WS-MERGED-GRD-CLOSING           PIC S9(36)V9(2) VALUE ZERO.
002420 01  WS-MERGED-POSTED-COUNT          PIC 9(05) VALUE ZERO.
002430 01  WS-MERGED-POSTED-BALANCE        PIC S9(13)V9(2) VALUE ZERO.
002440 01  WS-MERGED-UNPOSTED-COUNT        PIC 9(05) VALUE ZERO.
002450 01  WS-MERGED-POSTED-INTEREST       PIC S9(13)V9(2) VALUE ZERO.
002460 01  WS-PARTITIONS-MERGED            PIC 9(01) VALUE ZERO.
002470 01  WS-PROOF-FAILED-SWITCH          PIC X(01) VALUE 'N'.
002480     88  WS-PROOF-FAILED             VALUE 'Y'.
002490     88  WS-PROOF-HELD               VALUE 'N'.
002500
002510 01  WS-CURRENT-DATE                 PIC 9(08).
002520 01  WS-DATE-GROUP REDEFINES WS-CURRENT-DATE.
002530     05  WS-DATE-YYYY                PIC 9(04).
002540     05  WS-DATE-MM                  PIC 9(02).
002550     05  WS-DATE-DD                  PIC 9(02).
002560 01  WS-REPORT-DATE                  PIC X(10).
002570
002580*-------------------------------------------------------------------
002590* Run-sequence control: the shared RUNCTL file loaded at
002600* start-up, checked, stamped with this run's start, and stamped
002610* again with its end and return code at termination. This
002620* program owns the "PI" entry for the whole partitioned
002630* calculation, and will not start until every partition entry
002640* (PI1-PI4) has ended clean. The rules the checks enforce are
002650* with the RUNCTLR copybook.
002660*-------------------------------------------------------------------
002670 01  WS-RUNCTL-STATUS                PIC X(02).
002680     88  WS-RUNCTL-OK                VALUE '00'.
002690     88  WS-RUNCTL-CREATED           VALUE '05'.
002700
002710 01  WS-RCTL-MAX                     PIC 9(03) VALUE 20.
002720 01  WS-RCTL-TABLE-AREA.
002730     05  WS-RCTL-COUNT               PIC 9(03) COMP VALUE ZERO.
002740     05  WS-RCTL-ENTRY OCCURS 20 TIMES.
002750         10  WS-RCTL-PROGRAM         PIC X(08).
002760         10  WS-RCTL-STATE           PIC X(01).
002770         10  WS-RCTL-MASTER          PIC X(01).
002780         10  WS-RCTL-START-DATE      PIC X(10).
002790         10  WS-RCTL-START-TIME      PIC X(08).
002800         10  WS-RCTL-END-DATE        PIC X(10).
002810         10  WS-RCTL-END-TIME        PIC X(08).
002820         10  WS-RCTL-RC              PIC 9(02).
002830
002840 01  WS-RCTL-IX                      PIC 9(03) COMP.
002850 01  WS-RCTL-OWN-IX                  PIC 9(03) COMP.
002860 01  WS-RCTL-PRED-IX                 PIC 9(03) COMP.
002870 01  WS-RCTL-BLOCKER-IX              PIC 9(03) COMP.
002880 01  WS-RCTL-DIRTY-IX                PIC 9(03) COMP.
002890
002900 01  WS-RCTL-OWN-PROGRAM             PIC X(08) VALUE "PI".
002910 01  WS-RCTL-PREDECESSOR             PIC X(08) VALUE SPACES.
002920 01  WS-RCTL-OWN-MASTER-FLAG         PIC X(01) VALUE SPACE.
002930
002940 01  WS-RCTL-STAMP-SWITCH            PIC X(01) VALUE 'N'.
002950     88  WS-RCTL-STAMPED             VALUE 'Y'.
002960
002970 01  WS-CURRENT-TIME                 PIC 9(08).
002980 01  WS-TIME-GROUP REDEFINES WS-CURRENT-TIME.
002990     05  WS-TIME-HH                  PIC 9(02).
003000     05  WS-TIME-MN                  PIC 9(02).
003010     05  WS-TIME-SS                  PIC 9(02).
003020     05  WS-TIME-CC                  PIC 9(02).
003030 01  WS-RUN-TIME-EDIT                PIC X(08).
003040
003050 PROCEDURE DIVISION.
003060*-------------------------------------------------------------------
003070* 0000-MAINLINE - merge each partition in turn, close the
003080* merged file off with the combined trailer, print the
003090* verdict.
003100*-------------------------------------------------------------------
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003130     PERFORM 2010-MERGE-PARTITION-1 THRU 2010-EXIT
003140     PERFORM 2020-MERGE-PARTITION-2 THRU 2020-EXIT
003150     PERFORM 2030-MERGE-PARTITION-3 THRU 2030-EXIT
003160     PERFORM 2040-MERGE-PARTITION-4 THRU 2040-EXIT
003170     PERFORM 8800-WRITE-MERGED-TRAILER THRU 8800-EXIT
003180     PERFORM 8500-PRINT-VERDICT THRU 8500-EXIT
003190     GO TO 9999-TERMINATE.
003200
003210*-------------------------------------------------------------------
003220* 1000-INITIALIZE - open the report and the merged output.
003230*-------------------------------------------------------------------
003240 1000-INITIALIZE.
003250     OPEN OUTPUT MERGE-REPORT
003260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003270     STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
003280         DELIMITED BY SIZE INTO WS-REPORT-DATE
003290     MOVE WS-REPORT-DATE TO MRPT-HDR-DATE
003300     WRITE MRPT-PRINT-RECORD FROM MRPT-HEADING-LINE
003310     PERFORM 1150-RUN-CONTROL-START THRU 1150-EXIT
003320     OPEN OUTPUT MERGED-HISTORY
003330     .
003340 1000-EXIT.
003350     EXIT.
003360
003370*-------------------------------------------------------------------
003380* 1150-RUN-CONTROL-START - load the shared run-control file and
003390* take ownership of the "PI" entry for the partitioned
003400* calculation: refuse the run while any partition entry
003410* (PI1-PI4) has not ended clean or any other master-updating
003420* step is marked in flight, then stamp the PI entry in flight
003430* and write the file back. An empty or missing file is
003440* first-time set-up: the run proceeds and the file is built
003450* from this entry.
003460*-------------------------------------------------------------------
003470 1150-RUN-CONTROL-START.
003480     ACCEPT WS-CURRENT-TIME FROM TIME
003490     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
003500         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
003510     OPEN INPUT RUN-CONTROL-FILE
003520     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
003530         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
003540             UNTIL NOT WS-RUNCTL-OK
003550         CLOSE RUN-CONTROL-FILE
003560     END-IF
003570     MOVE ZERO TO WS-RCTL-OWN-IX
003580     MOVE ZERO TO WS-RCTL-PRED-IX
003590     MOVE ZERO TO WS-RCTL-BLOCKER-IX
003600     IF WS-RCTL-COUNT = ZERO
003610         DISPLAY "RUN-CONTROL FILE EMPTY - FIRST RUN ASSUMED"
003620         GO TO 1150-STAMP-START
003630     END-IF
003640     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
003650         VARYING WS-RCTL-IX FROM 1 BY 1
003660         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
003670     MOVE ZERO TO WS-RCTL-DIRTY-IX
003680     PERFORM 1175-CHECK-PARTITION-ENTRY THRU 1175-EXIT
003690         VARYING WS-RCTL-IX FROM 1 BY 1
003700         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
003710     IF WS-RCTL-DIRTY-IX > ZERO
003720         DISPLAY "A SWEEP PARTITION HAS NOT ENDED CLEAN - RUN "
003730             "REFUSED: "
003740             WS-RCTL-PROGRAM (WS-RCTL-DIRTY-IX)
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 9999-TERMINATE
003770     END-IF
003780     IF WS-RCTL-BLOCKER-IX > ZERO
003790         DISPLAY "ANOTHER MASTER-UPDATING STEP IS IN FLIGHT - "
003800             "RUN REFUSED: "
003810             WS-RCTL-PROGRAM (WS-RCTL-BLOCKER-IX)
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 9999-TERMINATE
003840     END-IF
003850     .
003860 1150-STAMP-START.
003870     IF WS-RCTL-OWN-IX > ZERO
003880         AND WS-RCTL-STATE (WS-RCTL-OWN-IX) = 'R'
003890         DISPLAY "OWN RUN-CONTROL ENTRY LEFT IN FLIGHT - RESTA"
003900             "RT ASSUMED"
003910     END-IF
003920     IF WS-RCTL-OWN-IX = ZERO
003930         IF WS-RCTL-COUNT >= WS-RCTL-MAX
003940             DISPLAY "RUN-CONTROL TABLE FULL - RUN REFUSED"
003950             MOVE 16 TO RETURN-CODE
003960             GO TO 9999-TERMINATE
003970         END-IF
003980         ADD 1 TO WS-RCTL-COUNT
003990         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
004000         MOVE WS-RCTL-OWN-PROGRAM
004010             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
004020     END-IF
004030     MOVE 'R' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
004040     MOVE WS-RCTL-OWN-MASTER-FLAG
004050         TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
004060     MOVE WS-REPORT-DATE TO WS-RCTL-START-DATE (WS-RCTL-OWN-IX)
004070     MOVE WS-RUN-TIME-EDIT
004080         TO WS-RCTL-START-TIME (WS-RCTL-OWN-IX)
004090     MOVE SPACES TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
004100     MOVE SPACES TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
004110     MOVE ZERO TO WS-RCTL-RC (WS-RCTL-OWN-IX)
004120     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
004130     SET WS-RCTL-STAMPED TO TRUE
004140     .
004150 1150-EXIT.
004160     EXIT.
004170
004180*-------------------------------------------------------------------
004190* 1160-LOAD-RUN-ENTRY - one run-control record into the table.
004200*-------------------------------------------------------------------
004210 1160-LOAD-RUN-ENTRY.
004220     READ RUN-CONTROL-FILE
004230         AT END
004240             GO TO 1160-EXIT
004250     END-READ
004260     IF WS-RCTL-COUNT >= WS-RCTL-MAX
004270         DISPLAY "RUN-CONTROL TABLE FULL - ENTRY DROPPED: "
004280             RCTL-PROGRAM-ID
004290         GO TO 1160-EXIT
004300     END-IF
004310     ADD 1 TO WS-RCTL-COUNT
004320     MOVE RCTL-PROGRAM-ID TO WS-RCTL-PROGRAM (WS-RCTL-COUNT)
004330     MOVE RCTL-STATUS TO WS-RCTL-STATE (WS-RCTL-COUNT)
004340     MOVE RCTL-UPDATES-MASTER TO WS-RCTL-MASTER (WS-RCTL-COUNT)
004350     MOVE RCTL-START-DATE TO WS-RCTL-START-DATE (WS-RCTL-COUNT)
004360     MOVE RCTL-START-TIME TO WS-RCTL-START-TIME (WS-RCTL-COUNT)
004370     MOVE RCTL-END-DATE TO WS-RCTL-END-DATE (WS-RCTL-COUNT)
004380     MOVE RCTL-END-TIME TO WS-RCTL-END-TIME (WS-RCTL-COUNT)
004390     IF RCTL-RETURN-CODE NUMERIC
004400         MOVE RCTL-RETURN-CODE TO WS-RCTL-RC (WS-RCTL-COUNT)
004410     ELSE
004420         MOVE ZERO TO WS-RCTL-RC (WS-RCTL-COUNT)
004430     END-IF
004440     .
004450 1160-EXIT.
004460     EXIT.
004470
004480*-------------------------------------------------------------------
004490* 1170-SCAN-RUN-ENTRY - one run-control entry: note where this
004500* program's own entry and its predecessor's sit, and any
004510* master-updating step still marked in flight other than the
004520* sweep partitions, which 1175 checks on their own terms.
004530*-------------------------------------------------------------------
004540 1170-SCAN-RUN-ENTRY.
004550     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-OWN-PROGRAM
004560         MOVE WS-RCTL-IX TO WS-RCTL-OWN-IX
004570         GO TO 1170-EXIT
004580     END-IF
004590     IF WS-RCTL-PROGRAM (WS-RCTL-IX) = WS-RCTL-PREDECESSOR
004600         MOVE WS-RCTL-IX TO WS-RCTL-PRED-IX
004610     END-IF
004620     IF WS-RCTL-STATE (WS-RCTL-IX) = 'R'
004630         AND WS-RCTL-MASTER (WS-RCTL-IX) = 'M'
004640         AND WS-RCTL-PROGRAM (WS-RCTL-IX) (1:2) NOT = "PI"
004650         MOVE WS-RCTL-IX TO WS-RCTL-BLOCKER-IX
004660     END-IF
004670     .
004680 1170-EXIT.
004690     EXIT.
004700
004710*-------------------------------------------------------------------
004720* 1175-CHECK-PARTITION-ENTRY - one run-control entry against
004730* the partitions-clean gate: any PI-family entry other than
004740* this program's own "PI" that has not ended clean holds the
004750* consolidation.
004760*-------------------------------------------------------------------
004770 1175-CHECK-PARTITION-ENTRY.
004780     IF WS-RCTL-PROGRAM (WS-RCTL-IX) (1:2) = "PI"
004790         AND WS-RCTL-PROGRAM (WS-RCTL-IX)
004800             NOT = WS-RCTL-OWN-PROGRAM
004810         AND WS-RCTL-STATE (WS-RCTL-IX) NOT = 'C'
004820         MOVE WS-RCTL-IX TO WS-RCTL-DIRTY-IX
004830     END-IF
004840     .
004850 1175-EXIT.
004860     EXIT.
004870
004880*-------------------------------------------------------------------
004890* 1190-WRITE-RUN-CONTROL - the whole table back to the shared
004900* file, this program's entry updated in place.
004910*-------------------------------------------------------------------
004920 1190-WRITE-RUN-CONTROL.
004930     OPEN OUTPUT RUN-CONTROL-FILE
004940     PERFORM 1195-WRITE-ONE-RUN-ENTRY THRU 1195-EXIT
004950         VARYING WS-RCTL-IX FROM 1 BY 1
004960         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
004970     CLOSE RUN-CONTROL-FILE
004980     .
004990 1190-EXIT.
005000     EXIT.
005010
005020*-------------------------------------------------------------------
005030* 1195-WRITE-ONE-RUN-ENTRY - one table entry to the file.
005040*-------------------------------------------------------------------
005050 1195-WRITE-ONE-RUN-ENTRY.
005060     MOVE SPACES TO RUNCTL-RECORD
005070     MOVE WS-RCTL-PROGRAM (WS-RCTL-IX) TO RCTL-PROGRAM-ID
005080     MOVE WS-RCTL-STATE (WS-RCTL-IX) TO RCTL-STATUS
005090     MOVE WS-RCTL-MASTER (WS-RCTL-IX) TO RCTL-UPDATES-MASTER
005100     MOVE WS-RCTL-START-DATE (WS-RCTL-IX) TO RCTL-START-DATE
005110     MOVE WS-RCTL-START-TIME (WS-RCTL-IX) TO RCTL-START-TIME
005120     MOVE WS-RCTL-END-DATE (WS-RCTL-IX) TO RCTL-END-DATE
005130     MOVE WS-RCTL-END-TIME (WS-RCTL-IX) TO RCTL-END-TIME
005140     MOVE WS-RCTL-RC (WS-RCTL-IX) TO RCTL-RETURN-CODE
005150     WRITE RUNCTL-RECORD
005160     .
005170 1195-EXIT.
005180     EXIT.
005190
005200*-------------------------------------------------------------------
005210* 2010-MERGE-PARTITION-1 - partition 1's file through the
005220* shared tally-and-copy, then its proof.
005230*-------------------------------------------------------------------
005240 2010-MERGE-PARTITION-1.
005250     MOVE 1 TO WS-PARTITION-NUMBER
005260     PERFORM 2500-RESET-PARTITION THRU 2500-EXIT
005270     OPEN INPUT PARTITION-HISTORY-1
005280     IF NOT WS-PART1-OK
005290         PERFORM 2700-REPORT-ABSENT THRU 2700-EXIT
005300         GO TO 2010-EXIT
005310     END-IF
005320     PERFORM 2011-READ-PART1 THRU 2011-EXIT
005330         UNTIL NOT WS-PART1-OK
005340     CLOSE PARTITION-HISTORY-1
005350     PERFORM 2900-PROVE-PARTITION THRU 2900-EXIT
005360     .
005370 2010-EXIT.
005380     EXIT.
005390
005400 2011-READ-PART1.
005410     READ PARTITION-HISTORY-1
005420         AT END
005430             GO TO 2011-EXIT
005440     END-READ
005450     MOVE PART1-RECORD TO WS-PART-RECORD
005460     PERFORM 2600-TALLY-ONE-RECORD THRU 2600-EXIT
005470     .
005480 2011-EXIT.
005490     EXIT.
005500
005510*-------------------------------------------------------------------
005520* 2020-MERGE-PARTITION-2.
005530*-------------------------------------------------------------------
005540 2020-MERGE-PARTITION-2.
005550     MOVE 2 TO WS-PARTITION-NUMBER
005560     PERFORM 2500-RESET-PARTITION THRU 2500-EXIT
005570     OPEN INPUT PARTITION-HISTORY-2
005580     IF NOT WS-PART2-OK
005590         PERFORM 2700-REPORT-ABSENT THRU 2700-EXIT
005600         GO TO 2020-EXIT
005610     END-IF
005620     PERFORM 2021-READ-PART2 THRU 2021-EXIT
005630         UNTIL NOT WS-PART2-OK
005640     CLOSE PARTITION-HISTORY-2
005650     PERFORM 2900-PROVE-PARTITION THRU 2900-EXIT
005660     .
005670 2020-EXIT.
005680     EXIT.
005690
005700 2021-READ-PART2.
005710     READ PARTITION-HISTORY-2
005720         AT END
005730             GO TO 2021-EXIT
005740     END-READ
005750     MOVE PART2-RECORD TO WS-PART-RECORD
005760     PERFORM 2600-TALLY-ONE-RECORD THRU 2600-EXIT
005770     .
005780 2021-EXIT.
005790     EXIT.
005800
005810*-------------------------------------------------------------------
005820* 2030-MERGE-PARTITION-3.
005830*-------------------------------------------------------------------
005840 2030-MERGE-PARTITION-3.
005850     MOVE 3 TO WS-PARTITION-NUMBER
005860     PERFORM 2500-RESET-PARTITION THRU 2500-EXIT
005870     OPEN INPUT PARTITION-HISTORY-3
005880     IF NOT WS-PART3-OK
005890         PERFORM 2700-REPORT-ABSENT THRU 2700-EXIT
005900         GO TO 2030-EXIT
005910     END-IF
005920     PERFORM 2031-READ-PART3 THRU 2031-EXIT
005930         UNTIL NOT WS-PART3-OK
005940     CLOSE PARTITION-HISTORY-3
005950     PERFORM 2900-PROVE-PARTITION THRU 2900-EXIT
005960     .
005970 2030-EXIT.
005980     EXIT.
005990
006000 2031-READ-PART3.
006010     READ PARTITION-HISTORY-3
006020         AT END
006030             GO TO 2031-EXIT
006040     END-READ
006050     MOVE PART3-RECORD TO WS-PART-RECORD
006060     PERFORM 2600-TALLY-ONE-RECORD THRU 2600-EXIT
006070     .
006080 2031-EXIT.
006090     EXIT.
006100
006110*-------------------------------------------------------------------
006120* 2040-MERGE-PARTITION-4.
006130*-------------------------------------------------------------------
006140 2040-MERGE-PARTITION-4.
006150     MOVE 4 TO WS-PARTITION-NUMBER
006160     PERFORM 2500-RESET-PARTITION THRU 2500-EXIT
006170     OPEN INPUT PARTITION-HISTORY-4
006180     IF NOT WS-PART4-OK
006190         PERFORM 2700-REPORT-ABSENT THRU 2700-EXIT
006200         GO TO 2040-EXIT
006210     END-IF
006220     PERFORM 2041-READ-PART4 THRU 2041-EXIT
006230         UNTIL NOT WS-PART4-OK
006240     CLOSE PARTITION-HISTORY-4
006250     PERFORM 2900-PROVE-PARTITION THRU 2900-EXIT
006260     .
006270 2040-EXIT.
006280     EXIT.
006290
006300 2041-READ-PART4.
006310     READ PARTITION-HISTORY-4
006320         AT END
006330             GO TO 2041-EXIT
006340     END-READ
006350     MOVE PART4-RECORD TO WS-PART-RECORD
006360     PERFORM 2600-TALLY-ONE-RECORD THRU 2600-EXIT
006370     .
006380 2041-EXIT.
006390     EXIT.
006400
006410*-------------------------------------------------------------------
006420* 2500-RESET-PARTITION - fresh tallies for the partition about
006430* to be read.
006440*-------------------------------------------------------------------
006450 2500-RESET-PARTITION.
006460     MOVE ZERO TO WS-PART-RECORD-COUNT
006470     MOVE ZERO TO WS-PART-INTEREST-HASH
006480     MOVE ZERO TO WS-PART-CLOSING-HASH
006490     MOVE ZERO TO WS-PART-TRL-COUNT
006500     MOVE ZERO TO WS-PART-TRL-INTEREST
006510     MOVE ZERO TO WS-PART-TRL-CLOSING
006520     SET WS-PART-TRAILER-NOT-SEEN TO TRUE
006530     SET WS-PART-TOTALS-NOT-SEEN TO TRUE
006540     MOVE ZERO TO WS-PART-ACCOUNT-COUNT
006550     MOVE ZERO TO WS-PART-GRD-INTEREST
006560     MOVE ZERO TO WS-PART-GRD-CLOSING
006570     MOVE ZERO TO WS-PART-POSTED-COUNT
006580     MOVE ZERO TO WS-PART-POSTED-BALANCE
006590     MOVE ZERO TO WS-PART-UNPOSTED-COUNT
006600     MOVE ZERO TO WS-PART-POSTED-INTEREST
006610     .
006620 2500-EXIT.
006630     EXIT.
006640
006650*-------------------------------------------------------------------
006660* 2600-TALLY-ONE-RECORD - one partition record: a detail is
006670* tallied and copied straight to the merged file, a posting
006680* record copied straight across untallied; the grand-
006690* totals record's figures and the trailer's claims are kept
006700* for the partition proof and NOT copied - the merged file
006710* gets one combined grand-totals record and one combined
006720* trailer at the end.
006730*-------------------------------------------------------------------
006740 2600-TALLY-ONE-RECORD.
006750     MOVE WS-PART-RECORD TO HIST-DETAIL-RECORD
006760     IF HIST-DETAIL
006770         ADD 1 TO WS-PART-RECORD-COUNT
006780         ADD HIST-DTL-INTEREST TO WS-PART-INTEREST-HASH
006790         ADD HIST-DTL-CLOSING TO WS-PART-CLOSING-HASH
006800         WRITE MERGED-RECORD FROM WS-PART-RECORD
006810         GO TO 2600-EXIT
006820     END-IF
006830     MOVE WS-PART-RECORD TO HIST-POSTED-RECORD
006840     IF HIST-POSTED
006850         WRITE MERGED-RECORD FROM WS-PART-RECORD
006860         GO TO 2600-EXIT
006870     END-IF
006880     MOVE WS-PART-RECORD TO HIST-TOTALS-RECORD
006890     IF HIST-TOTALS
006900         SET WS-PART-TOTALS-SEEN TO TRUE
006910         MOVE HIST-TOT-ACCOUNT-COUNT TO WS-PART-ACCOUNT-COUNT
006920         MOVE HIST-TOT-INTEREST-TOTAL TO WS-PART-GRD-INTEREST
006930         MOVE HIST-TOT-CLOSING-TOTAL TO WS-PART-GRD-CLOSING
006940         MOVE HIST-TOT-POSTED-COUNT TO WS-PART-POSTED-COUNT
006950         MOVE HIST-TOT-POSTED-BALANCE
006960             TO WS-PART-POSTED-BALANCE
006970         MOVE HIST-TOT-UNPOSTED-COUNT
006980             TO WS-PART-UNPOSTED-COUNT
006990         MOVE HIST-TOT-POSTED-INTEREST
007000             TO WS-PART-POSTED-INTEREST
007010         GO TO 2600-EXIT
007020     END-IF
007030     MOVE WS-PART-RECORD TO HIST-TRAILER-RECORD
007040     IF HIST-TRAILER
007050         SET WS-PART-TRAILER-SEEN TO TRUE
007060         MOVE HIST-TRL-RECORD-COUNT TO WS-PART-TRL-COUNT
007070         MOVE HIST-TRL-INTEREST-HASH TO WS-PART-TRL-INTEREST
007080         MOVE HIST-TRL-CLOSING-HASH TO WS-PART-TRL-CLOSING
007090     END-IF
007100     .
007110 2600-EXIT.
007120     EXIT.
007130
007140*-------------------------------------------------------------------
007150* 2700-REPORT-ABSENT - the partition file was not assigned this
007160* run; reported, not an error.
007170*-------------------------------------------------------------------
007180 2700-REPORT-ABSENT.
007190     MOVE WS-PARTITION-NUMBER TO MRPT-PRT-NUMBER
007200     MOVE "NOT PRESENT" TO MRPT-PRT-STATUS
007210     MOVE ZERO TO MRPT-PRT-COUNT
007220     MOVE ZERO TO MRPT-PRT-INTEREST
007230     WRITE MRPT-PRINT-RECORD FROM MRPT-PARTITION-LINE
007240     .
007250 2700-EXIT.
007260     EXIT.
007270
007280*-------------------------------------------------------------------
007290* 2900-PROVE-PARTITION - the partition's details against its
007300* own trailer, its grand totals and posting proof onto the
007310* report, then everything into the combined totals. A break,
007320* or a partition with no grand-totals record, fails the whole
007330* consolidation at the verdict.
007340*-------------------------------------------------------------------
007350 2900-PROVE-PARTITION.
007360     MOVE WS-PARTITION-NUMBER TO MRPT-PRT-NUMBER
007370     MOVE WS-PART-RECORD-COUNT TO MRPT-PRT-COUNT
007380     MOVE WS-PART-INTEREST-HASH TO MRPT-PRT-INTEREST
007390     EVALUATE TRUE
007400         WHEN WS-PART-TRAILER-NOT-SEEN
007410             MOVE "NO TRAILER - FAILED" TO MRPT-PRT-STATUS
007420             SET WS-PROOF-FAILED TO TRUE
007430         WHEN WS-PART-TRL-COUNT NOT = WS-PART-RECORD-COUNT
007440             OR WS-PART-TRL-INTEREST NOT =
007450                 WS-PART-INTEREST-HASH
007460             OR WS-PART-TRL-CLOSING NOT = WS-PART-CLOSING-HASH
007470             MOVE "OUT OF PROOF - FAILED" TO MRPT-PRT-STATUS
007480             SET WS-PROOF-FAILED TO TRUE
007490         WHEN WS-PART-TOTALS-NOT-SEEN
007500             MOVE "NO TOTALS REC - FAILED" TO MRPT-PRT-STATUS
007510             SET WS-PROOF-FAILED TO TRUE
007520         WHEN OTHER
007530             MOVE "PROVED" TO MRPT-PRT-STATUS
007540     END-EVALUATE
007550     WRITE MRPT-PRINT-RECORD FROM MRPT-PARTITION-LINE
007560     MOVE WS-PART-CLOSING-HASH TO MRPT-CLS-CLOSING
007570     WRITE MRPT-PRINT-RECORD FROM MRPT-CLOSING-LINE
007580     IF WS-PART-TOTALS-SEEN
007590         MOVE WS-PART-ACCOUNT-COUNT TO MRPT-GRD-ACCOUNTS
007600         MOVE WS-PART-GRD-CLOSING TO MRPT-GRD-CLOSING
007610         WRITE MRPT-PRINT-RECORD FROM MRPT-GRAND-LINE
007620         MOVE WS-PART-POSTED-COUNT TO MRPT-PRF-POSTED
007630         MOVE WS-PART-POSTED-BALANCE TO MRPT-PRF-BALANCE
007640         MOVE WS-PART-UNPOSTED-COUNT TO MRPT-PRF-UNPOSTED
007650         WRITE MRPT-PRINT-RECORD FROM MRPT-PROOF-LINE
007660     END-IF
007670     ADD 1 TO WS-PARTITIONS-MERGED
007680     ADD WS-PART-RECORD-COUNT TO WS-MERGED-RECORD-COUNT
007690     ADD WS-PART-INTEREST-HASH TO WS-MERGED-INTEREST-HASH
007700     ADD WS-PART-CLOSING-HASH TO WS-MERGED-CLOSING-HASH
007710     ADD WS-PART-ACCOUNT-COUNT TO WS-MERGED-ACCOUNT-COUNT
007720     ADD WS-PART-GRD-INTEREST TO WS-MERGED-GRD-INTEREST
007730     ADD WS-PART-GRD-CLOSING TO WS-MERGED-GRD-CLOSING
007740     ADD WS-PART-POSTED-COUNT TO WS-MERGED-POSTED-COUNT
007750     ADD WS-PART-POSTED-BALANCE TO WS-MERGED-POSTED-BALANCE
007760     ADD WS-PART-UNPOSTED-COUNT TO WS-MERGED-UNPOSTED-COUNT
007770     ADD WS-PART-POSTED-INTEREST TO WS-MERGED-POSTED-INTEREST
007780     .
007790 2900-EXIT.
007800     EXIT.
007810
007820*-------------------------------------------------------------------
007830* 8500-PRINT-VERDICT - the combined totals and whether the
007840* merged file may be used.
007850*-------------------------------------------------------------------
007860 8500-PRINT-VERDICT.
007870     MOVE WS-PARTITIONS-MERGED TO MRPT-PRT-NUMBER
007880     MOVE "COMBINED" TO MRPT-PRT-STATUS
007890     MOVE WS-MERGED-RECORD-COUNT TO MRPT-PRT-COUNT
007900     MOVE WS-MERGED-INTEREST-HASH TO MRPT-PRT-INTEREST
007910     WRITE MRPT-PRINT-RECORD FROM MRPT-PARTITION-LINE
007920     MOVE WS-MERGED-CLOSING-HASH TO MRPT-CLS-CLOSING
007930     WRITE MRPT-PRINT-RECORD FROM MRPT-CLOSING-LINE
007940     MOVE WS-MERGED-ACCOUNT-COUNT TO MRPT-GRD-ACCOUNTS
007950     MOVE WS-MERGED-GRD-CLOSING TO MRPT-GRD-CLOSING
007960     WRITE MRPT-PRINT-RECORD FROM MRPT-GRAND-LINE
007970     MOVE WS-MERGED-POSTED-COUNT TO MRPT-PRF-POSTED
007980     MOVE WS-MERGED-POSTED-BALANCE TO MRPT-PRF-BALANCE
007990     MOVE WS-MERGED-UNPOSTED-COUNT TO MRPT-PRF-UNPOSTED
008000     WRITE MRPT-PRINT-RECORD FROM MRPT-PROOF-LINE
008010     IF WS-PROOF-FAILED
008020         MOVE "A PARTITION DID NOT PROVE - MERGED FILE MUST NO"
008030             & "T BE USED" TO MRPT-VERDICT-TEXT
008040         WRITE MRPT-PRINT-RECORD FROM MRPT-VERDICT-LINE
008050         MOVE 16 TO RETURN-CODE
008060     ELSE
008070         MOVE "ALL PARTITIONS PROVED - MERGED FILE READY"
008080             TO MRPT-VERDICT-TEXT
008090         WRITE MRPT-PRINT-RECORD FROM MRPT-VERDICT-LINE
008100     END-IF
008110     .
008120 8500-EXIT.
008130     EXIT.
008140
008150*-------------------------------------------------------------------
008160* 8800-WRITE-MERGED-TRAILER - the merged file's own combined
008170* grand-totals record, then the single trailer it proves
008180* against: combined detail count and hash totals.
008190*-------------------------------------------------------------------
008200 8800-WRITE-MERGED-TRAILER.
008210     MOVE 'G' TO HIST-TOT-TYPE
008220     MOVE WS-MERGED-ACCOUNT-COUNT TO HIST-TOT-ACCOUNT-COUNT
008230     MOVE WS-MERGED-GRD-INTEREST TO HIST-TOT-INTEREST-TOTAL
008240     MOVE WS-MERGED-GRD-CLOSING TO HIST-TOT-CLOSING-TOTAL
008250     MOVE WS-MERGED-POSTED-COUNT TO HIST-TOT-POSTED-COUNT
008260     MOVE WS-MERGED-POSTED-BALANCE TO HIST-TOT-POSTED-BALANCE
008270     MOVE WS-MERGED-UNPOSTED-COUNT TO HIST-TOT-UNPOSTED-COUNT
008280     MOVE WS-MERGED-POSTED-INTEREST TO HIST-TOT-POSTED-INTEREST
008290     WRITE MERGED-RECORD FROM HIST-TOTALS-RECORD
008300     MOVE 'T' TO HIST-TRL-TYPE
008310     MOVE WS-MERGED-RECORD-COUNT TO HIST-TRL-RECORD-COUNT
008320     MOVE WS-MERGED-INTEREST-HASH TO HIST-TRL-INTEREST-HASH
008330     MOVE WS-MERGED-CLOSING-HASH TO HIST-TRL-CLOSING-HASH
008340     WRITE MERGED-RECORD FROM HIST-TRAILER-RECORD
008350     .
008360 8800-EXIT.
008370     EXIT.
008380
008390*-------------------------------------------------------------------
008400* 9800-RUN-CONTROL-END - stamp this run's end, clean or failed,
008410* and its return code on the shared run-control file. Nothing
008420* to stamp when the run was refused before its start was
008430* stamped.
008440* The shared file is re-read before stamping, so entries other
008450* programs (or sibling sweep partitions) wrote since start-up
008460* are carried forward, not overwritten from a stale copy.
008470*-------------------------------------------------------------------
008480 9800-RUN-CONTROL-END.
008490     IF NOT WS-RCTL-STAMPED
008500         GO TO 9800-EXIT
008510     END-IF
008520     ACCEPT WS-CURRENT-TIME FROM TIME
008530     STRING WS-TIME-HH ":" WS-TIME-MN ":" WS-TIME-SS
008540         DELIMITED BY SIZE INTO WS-RUN-TIME-EDIT
008550     MOVE ZERO TO WS-RCTL-COUNT
008560     OPEN INPUT RUN-CONTROL-FILE
008570     IF WS-RUNCTL-OK OR WS-RUNCTL-CREATED
008580         PERFORM 1160-LOAD-RUN-ENTRY THRU 1160-EXIT
008590             UNTIL NOT WS-RUNCTL-OK
008600         CLOSE RUN-CONTROL-FILE
008610     END-IF
008620     MOVE ZERO TO WS-RCTL-OWN-IX
008630     MOVE ZERO TO WS-RCTL-PRED-IX
008640     MOVE ZERO TO WS-RCTL-BLOCKER-IX
008650     PERFORM 1170-SCAN-RUN-ENTRY THRU 1170-EXIT
008660         VARYING WS-RCTL-IX FROM 1 BY 1
008670         UNTIL WS-RCTL-IX > WS-RCTL-COUNT
008680     IF WS-RCTL-OWN-IX = ZERO
008690         IF WS-RCTL-COUNT >= WS-RCTL-MAX
008700             DISPLAY "RUN-CONTROL TABLE FULL - END NOT STAMPED"
008710             GO TO 9800-EXIT
008720         END-IF
008730         ADD 1 TO WS-RCTL-COUNT
008740         MOVE WS-RCTL-COUNT TO WS-RCTL-OWN-IX
008750         MOVE WS-RCTL-OWN-PROGRAM
008760             TO WS-RCTL-PROGRAM (WS-RCTL-OWN-IX)
008770         MOVE WS-RCTL-OWN-MASTER-FLAG
008780             TO WS-RCTL-MASTER (WS-RCTL-OWN-IX)
008790     END-IF
008800     IF RETURN-CODE < 16
008810         MOVE 'C' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
008820     ELSE
008830         MOVE 'A' TO WS-RCTL-STATE (WS-RCTL-OWN-IX)
008840     END-IF
008850     MOVE WS-REPORT-DATE TO WS-RCTL-END-DATE (WS-RCTL-OWN-IX)
008860     MOVE WS-RUN-TIME-EDIT
008870         TO WS-RCTL-END-TIME (WS-RCTL-OWN-IX)
008880     MOVE RETURN-CODE TO WS-RCTL-RC (WS-RCTL-OWN-IX)
008890     PERFORM 1190-WRITE-RUN-CONTROL THRU 1190-EXIT
008900     .
008910 9800-EXIT.
008920     EXIT.
008930
008940*-------------------------------------------------------------------
008950* 9999-TERMINATE - single exit point for the run.
008960*-------------------------------------------------------------------
008970 9999-TERMINATE.
008980     PERFORM 9800-RUN-CONTROL-END THRU 9800-EXIT
008990     CLOSE MERGE-REPORT
009000     CLOSE MERGED-HISTORY
009010     STOP RUN.
009020 END PROGRAM HISTMRGE.
