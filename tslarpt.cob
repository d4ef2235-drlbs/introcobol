000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TSLARPT.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  DPG  ORIGINAL PROGRAM - WEEKLY BATCH WINDOW SLA
001100*                  REPORT OVER THE TIMING HISTORY TREAD AND
001200*                  TCRMACK APPEND TO (TIMEHIST.DAT), FOR THE
001300*                  BATCH WINDOW REVIEW WITH THE BRANCHES.  THREE
001400*                  SECTIONS FOR THE SEVEN RUN DATES ENDING ON THE
001500*                  REPORT DATE: EVERY FILE CUT AFTER ITS BRANCH
001600*                  CUTOFF OR PICKED UP BY THE SWEEP, BY BRANCH;
001700*                  THE SLOWEST STEPS OF THE WEEK; AND EVERY NIGHT
001800*                  WHOSE RUN FINISHED PAST THE BATCH WINDOW END.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT TIMING-HISTORY-FILE ASSIGN TO "TIMEHIST.DAT"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS TSL-TIMFILE-STATUS.
002900     SELECT LATE-SORT-FILE ASSIGN TO "SLASRT01".
003000     SELECT STEP-SORT-FILE ASSIGN TO "SLASRT02".
003100     SELECT SLA-REPORT-FILE
003200         ASSIGN TO DYNAMIC TSL-REPORT-FILENAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS TSL-RPTFILE-STATUS.
003500*
003600 DATA DIVISION.
003700 FILE SECTION.
003800*
003900* THE RECORD LAYOUT MUST STAY IN STEP WITH FD TIMING-HISTORY-FILE
004000* IN TREAD, WHICH OWNS THE FILE.
004100*
004200 FD  TIMING-HISTORY-FILE
004300     RECORD CONTAINS 90 CHARACTERS.
004400 01  TIMING-HISTORY-RECORD.
004500     05  TIM-RUN-DATE          PIC X(08).
004600     05  TIM-STEP-TYPE         PIC X(05).
004700     05  TIM-BRANCH-CODE       PIC X(06).
004800     05  TIM-START-DATE        PIC X(08).
004900     05  TIM-START-TIME        PIC X(06).
005000     05  TIM-END-DATE          PIC X(08).
005100     05  TIM-END-TIME          PIC X(06).
005200     05  TIM-PICKUP-DATE       PIC X(08).
005300     05  TIM-PICKUP-TIME       PIC X(06).
005400     05  TIM-EXTRACT-TIME      PIC X(06).
005500     05  TIM-CUTOFF-TIME       PIC X(06).
005600     05  TIM-LATE-FLAG         PIC X(01).
005700     05  TIM-RESULT            PIC X(07).
005800     05  TIM-RETURN-CODE       PIC 9(02).
005900     05  FILLER                PIC X(07).
006000*
006100 SD  LATE-SORT-FILE.
006200 01  LATE-SORT-RECORD.
006300     05  TLS-BRANCH-CODE       PIC X(06).
006400     05  TLS-RUN-DATE          PIC X(08).
006500     05  TLS-START-DATE        PIC X(08).
006600     05  TLS-START-TIME        PIC X(06).
006700     05  TLS-STEP-TYPE         PIC X(05).
006800     05  TLS-CUTOFF-TIME       PIC X(06).
006900     05  TLS-EXTRACT-TIME      PIC X(06).
007000     05  TLS-LATE-FLAG         PIC X(01).
007100     05  TLS-PICKUP-DATE       PIC X(08).
007200     05  TLS-PICKUP-TIME       PIC X(06).
007300*
007400 SD  STEP-SORT-FILE.
007500 01  STEP-SORT-RECORD.
007600     05  TSS-ELAPSED-SECS      PIC 9(07).
007700     05  TSS-RUN-DATE          PIC X(08).
007800     05  TSS-STEP-TYPE         PIC X(05).
007900     05  TSS-BRANCH-CODE       PIC X(06).
008000     05  TSS-START-DATE        PIC X(08).
008100     05  TSS-START-TIME        PIC X(06).
008200     05  TSS-END-DATE          PIC X(08).
008300     05  TSS-END-TIME          PIC X(06).
008400     05  TSS-RESULT            PIC X(07).
008500*
008600 FD  SLA-REPORT-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  SLA-REPORT-LINE           PIC X(80).
008900*
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------
009200* SWITCHES
009300*----------------------------------------------------------------
009400 77  TSL-TIMFILE-STATUS        PIC X(02)     VALUE SPACES.
009500     88  TSL-TIMFILE-OK                      VALUE '00'.
009600     88  TSL-TIMFILE-NOT-FOUND               VALUE '35'.
009700 77  TSL-RPTFILE-STATUS        PIC X(02)     VALUE SPACES.
009800     88  TSL-RPTFILE-OK                      VALUE '00'.
009900*
010000 77  TSL-TIM-EOF-SWITCH        PIC X(01)     VALUE 'N'.
010100     88  TSL-TIM-END-OF-FILE                 VALUE 'Y'.
010200     88  TSL-TIM-NOT-END-OF-FILE             VALUE 'N'.
010300 77  TSL-SRT-EOF-SWITCH        PIC X(01)     VALUE 'N'.
010400     88  TSL-SRT-END-OF-FILE                 VALUE 'Y'.
010500     88  TSL-SRT-NOT-END-OF-FILE             VALUE 'N'.
010600 77  TSL-REPORT-OPEN-SW        PIC X(01)     VALUE 'N'.
010700     88  TSL-REPORT-OPEN                     VALUE 'Y'.
010800*
010900*----------------------------------------------------------------
011000* RUN CONTROL FIELDS - THE WEEK IS THE SEVEN RUN DATES ENDING ON
011100* THE REPORT DATE.  A NIGHT'S RUN IS PAST THE WINDOW WHEN ITS LAST
011200* SCHEDULED STEP ENDED AFTER THE WINDOW END TIME ON THE MORNING
011300* AFTER ITS RUN DATE.
011400*----------------------------------------------------------------
011500 77  TSL-RUN-DATE              PIC X(08)     VALUE SPACES.
011600 77  TSL-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
011700 77  TSL-WEEK-START-DATE       PIC X(08)     VALUE SPACES.
011800 77  TSL-WEEK-START-NUM        PIC 9(08)     VALUE ZERO.
011900 77  TSL-WEEK-START-INT        PIC S9(07) COMP VALUE ZERO.
012000 77  TSL-WINDOW-END-TIME       PIC X(06)     VALUE '060000'.
012100 77  TSL-WINDOW-X              PIC X(06)     VALUE SPACES.
012200 77  TSL-REPORT-FILENAME       PIC X(30)     VALUE SPACES.
012300 77  TSL-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
012400 77  TSL-CURRENT-BRANCH        PIC X(06)     VALUE SPACES.
012500 77  TSL-LAST-RUN-DATE         PIC X(08)     VALUE SPACES.
012600 77  TSL-TOP-LIMIT             PIC 9(03) COMP VALUE 10.
012700 77  TSL-TOP-COUNT             PIC 9(03) COMP VALUE ZERO.
012800 77  TSL-SKIPPED-COUNT         PIC 9(07) COMP VALUE ZERO.
012900*
013000* DATE AND TIME ARITHMETIC WORK FIELDS
013100 77  TSL-DATE-NUM              PIC 9(08)     VALUE ZERO.
013200 77  TSL-DAY-INT               PIC S9(07) COMP VALUE ZERO.
013300 77  TSL-END-INT               PIC S9(07) COMP VALUE ZERO.
013400 77  TSL-NIGHT-SUB             PIC S9(07) COMP VALUE ZERO.
013500 77  TSL-SECONDS               PIC S9(07) COMP VALUE ZERO.
013600 77  TSL-START-SECS            PIC S9(07) COMP VALUE ZERO.
013700 77  TSL-END-SECS              PIC S9(07) COMP VALUE ZERO.
013800 77  TSL-ELAPSED-SECS          PIC S9(07) COMP VALUE ZERO.
013900 77  TSL-LATE-MINUTES          PIC S9(07) COMP VALUE ZERO.
014000 77  TSL-OVER-MINUTES          PIC S9(07) COMP VALUE ZERO.
014100 77  TSL-ELP-REST              PIC 9(07) COMP VALUE ZERO.
014200 77  TSL-END-STAMP             PIC X(14)     VALUE SPACES.
014300 77  TSL-LIMIT-STAMP           PIC X(14)     VALUE SPACES.
014400 01  TSL-TIME-WORK.
014500     05  TSL-TW-HH             PIC 9(02).
014600     05  TSL-TW-MM             PIC 9(02).
014700     05  TSL-TW-SS             PIC 9(02).
014800*
014900* COUNTS
015000 77  TSL-BRANCH-LATE           PIC 9(07) COMP VALUE ZERO.
015100 77  TSL-BRANCH-SWEPT          PIC 9(07) COMP VALUE ZERO.
015200 77  TSL-TOTAL-LATE            PIC 9(07) COMP VALUE ZERO.
015300 77  TSL-TOTAL-SWEPT           PIC 9(07) COMP VALUE ZERO.
015400 77  TSL-NIGHTS-TIMED          PIC 9(07) COMP VALUE ZERO.
015500 77  TSL-NIGHTS-PAST           PIC 9(07) COMP VALUE ZERO.
015600*
015700*----------------------------------------------------------------
015800* ONE ENTRY PER RUN DATE OF THE WEEK, OLDEST FIRST: THE LATEST
015900* END OF ANY SCHEDULED STEP FOR THAT NIGHT AND WHICH STEP IT WAS.
016000*----------------------------------------------------------------
016100 01  TSL-NIGHT-TABLE.
016200     05  TSL-NIGHT-ENTRY OCCURS 7 TIMES
016300                         INDEXED BY TSL-NIGHT-IDX.
016400         10  TSL-NGT-RUN-DATE      PIC X(08).
016500         10  TSL-NGT-LAST-END      PIC X(14).
016600         10  TSL-NGT-LAST-STEP     PIC X(05).
016700         10  TSL-NGT-LAST-BRANCH   PIC X(06).
016800         10  TSL-NGT-STEP-COUNT    PIC 9(05) COMP.
016900*
017000*----------------------------------------------------------------
017100* REPORT LINE LAYOUTS
017200*----------------------------------------------------------------
017300 01  TSL-TITLE-LINE.
017400     05  FILLER                PIC X(24) VALUE
017500         'BATCH WINDOW SLA REPORT'.
017600     05  FILLER                PIC X(05) VALUE 'WEEK '.
017700     05  TSL-TTL-START-DATE    PIC X(08).
017800     05  FILLER                PIC X(04) VALUE ' TO '.
017900     05  TSL-TTL-END-DATE      PIC X(08).
018000     05  FILLER                PIC X(13) VALUE '  WINDOW END '.
018100     05  TSL-TTL-WINDOW-END    PIC X(06).
018200*
018300 01  TSL-LATE-HEADING.
018400     05  FILLER                PIC X(54) VALUE
018500         'FILES CUT AFTER CUTOFF OR PICKED UP BY THE SWEEP'.
018600*
018700 01  TSL-BRANCH-HEADING.
018800     05  FILLER                PIC X(07) VALUE 'BRANCH '.
018900     05  TSL-BHD-BRANCH        PIC X(06).
019000*
019100 01  TSL-LATE-COLUMNS.
019200     05  FILLER                PIC X(09) VALUE 'RUN DATE'.
019300     05  FILLER                PIC X(08) VALUE 'CUTOFF'.
019400     05  FILLER                PIC X(08) VALUE 'EXTRACT'.
019500     05  FILLER                PIC X(11) VALUE 'MINS LATE'.
019600     05  FILLER                PIC X(17) VALUE 'PICKED UP'.
019700     05  FILLER                PIC X(03) VALUE 'HOW'.
019800*
019900 01  TSL-LATE-DETAIL.
020000     05  TSL-LDT-RUN-DATE      PIC X(08).
020100     05  FILLER                PIC X(01) VALUE SPACE.
020200     05  TSL-LDT-CUTOFF        PIC X(06).
020300     05  FILLER                PIC X(02) VALUE SPACES.
020400     05  TSL-LDT-EXTRACT       PIC X(06).
020500     05  FILLER                PIC X(06) VALUE SPACES.
020600     05  TSL-LDT-MINUTES       PIC ZZZZ9 BLANK WHEN ZERO.
020700     05  FILLER                PIC X(02) VALUE SPACES.
020800     05  TSL-LDT-PICKUP-DATE   PIC X(08).
020900     05  FILLER                PIC X(01) VALUE SPACE.
021000     05  TSL-LDT-PICKUP-TIME   PIC X(06).
021100     05  FILLER                PIC X(02) VALUE SPACES.
021200     05  TSL-LDT-HOW           PIC X(12).
021300*
021400 01  TSL-BRANCH-SUMMARY.
021500     05  FILLER                PIC X(14) VALUE 'AFTER CUTOFF: '.
021600     05  TSL-BSM-LATE          PIC ZZZZZZ9.
021700     05  FILLER                PIC X(16) VALUE ' SWEEP PICKUPS: '.
021800     05  TSL-BSM-SWEPT         PIC ZZZZZZ9.
021900*
022000 01  TSL-NETWORK-SUMMARY.
022100     05  FILLER                PIC X(22) VALUE
022200         'NETWORK AFTER CUTOFF: '.
022300     05  TSL-NSM-LATE          PIC ZZZZZZ9.
022400     05  FILLER                PIC X(16) VALUE ' SWEEP PICKUPS: '.
022500     05  TSL-NSM-SWEPT         PIC ZZZZZZ9.
022600*
022700 01  TSL-STEP-HEADING.
022800     05  FILLER                PIC X(15) VALUE 'SLOWEST STEPS ('.
022900     05  FILLER                PIC X(03) VALUE 'TOP'.
023000     05  TSL-SHD-LIMIT         PIC ZZ9.
023100     05  FILLER                PIC X(19) VALUE
023200         ' BY ELAPSED TIME)'.
023300*
023400 01  TSL-STEP-COLUMNS.
023500     05  FILLER                PIC X(05) VALUE 'RANK'.
023600     05  FILLER                PIC X(09) VALUE 'RUN DATE'.
023700     05  FILLER                PIC X(06) VALUE 'STEP'.
023800     05  FILLER                PIC X(07) VALUE 'BRANCH'.
023900     05  FILLER                PIC X(16) VALUE 'STARTED'.
024000     05  FILLER                PIC X(16) VALUE 'ENDED'.
024100     05  FILLER                PIC X(10) VALUE '  ELAPSED'.
024200     05  FILLER                PIC X(06) VALUE 'RESULT'.
024300*
024400 01  TSL-STEP-DETAIL.
024500     05  TSL-SDT-RANK          PIC ZZZ9.
024600     05  FILLER                PIC X(01) VALUE SPACE.
024700     05  TSL-SDT-RUN-DATE      PIC X(08).
024800     05  FILLER                PIC X(01) VALUE SPACE.
024900     05  TSL-SDT-STEP-TYPE     PIC X(05).
025000     05  FILLER                PIC X(01) VALUE SPACE.
025100     05  TSL-SDT-BRANCH        PIC X(06).
025200     05  FILLER                PIC X(01) VALUE SPACE.
025300     05  TSL-SDT-START-DATE    PIC X(08).
025400     05  FILLER                PIC X(01) VALUE SPACE.
025500     05  TSL-SDT-START-TIME    PIC X(06).
025600     05  FILLER                PIC X(01) VALUE SPACE.
025700     05  TSL-SDT-END-DATE      PIC X(08).
025800     05  FILLER                PIC X(01) VALUE SPACE.
025900     05  TSL-SDT-END-TIME      PIC X(06).
026000     05  FILLER                PIC X(01) VALUE SPACE.
026100     05  TSL-SDT-ELAPSED.
026200         10  TSL-SDT-HOURS     PIC ZZ9.
026300         10  FILLER            PIC X(01) VALUE ':'.
026400         10  TSL-SDT-MINUTES   PIC 9(02).
026500         10  FILLER            PIC X(01) VALUE ':'.
026600         10  TSL-SDT-SECONDS   PIC 9(02).
026700     05  FILLER                PIC X(01) VALUE SPACE.
026800     05  TSL-SDT-RESULT        PIC X(07).
026900*
027000 01  TSL-NIGHT-HEADING.
027100     05  FILLER                PIC X(43) VALUE
027200         'NIGHTS FINISHED PAST THE BATCH WINDOW END, '.
027300     05  TSL-NHD-WINDOW-END    PIC X(06).
027400     05  FILLER                PIC X(17) VALUE
027500         ' THE NEXT MORNING'.
027600*
027700 01  TSL-NIGHT-COLUMNS.
027800     05  FILLER                PIC X(09) VALUE 'RUN DATE'.
027900     05  FILLER                PIC X(16) VALUE 'FINISHED'.
028000     05  FILLER                PIC X(06) VALUE 'STEP'.
028100     05  FILLER                PIC X(07) VALUE 'BRANCH'.
028200     05  FILLER                PIC X(09) VALUE 'MINS OVER'.
028300*
028400 01  TSL-NIGHT-DETAIL.
028500     05  TSL-NDT-RUN-DATE      PIC X(08).
028600     05  FILLER                PIC X(01) VALUE SPACE.
028700     05  TSL-NDT-END-DATE      PIC X(08).
028800     05  FILLER                PIC X(01) VALUE SPACE.
028900     05  TSL-NDT-END-TIME      PIC X(06).
029000     05  FILLER                PIC X(01) VALUE SPACE.
029100     05  TSL-NDT-STEP-TYPE     PIC X(05).
029200     05  FILLER                PIC X(01) VALUE SPACE.
029300     05  TSL-NDT-BRANCH        PIC X(06).
029400     05  FILLER                PIC X(05) VALUE SPACES.
029500     05  TSL-NDT-MINUTES       PIC ZZZZ9.
029600*
029700 01  TSL-NIGHT-SUMMARY.
029800     05  FILLER                PIC X(14) VALUE 'NIGHTS TIMED: '.
029900     05  TSL-NSM-TIMED         PIC ZZZZZZ9.
030000     05  FILLER                PIC X(14) VALUE ' PAST WINDOW: '.
030100     05  TSL-NSM-PAST          PIC ZZZZZZ9.
030200*
030300*----------------------------------------------------------------
030400 LINKAGE SECTION.
030500*----------------------------------------------------------------
030600* JCL PARM: POSITIONS 1-8 ARE THE REPORT DATE (YYYYMMDD) - THE
030700* LAST RUN DATE OF THE WEEK REPORTED, AND THE DATE THE .SLA REPORT
030800* IS NAMED FOR - AND POSITIONS 9-14 (IF PRESENT) THE BATCH WINDOW
030900* END TIME (HHMMSS, DEFAULT 060000).  RUN INTERACTIVELY WITH NO
031000* PARM, THE VALUES ARE PROMPTED FOR ON THE CONSOLE.
031100*----------------------------------------------------------------
031200 01  TSL-PARM-LENGTH           PIC S9(04) COMP.
031300 01  TSL-PARM-DATA             PIC X(14).
031400*
031500 PROCEDURE DIVISION USING TSL-PARM-LENGTH TSL-PARM-DATA.
031600*----------------------------------------------------------------
031700* 0000-MAINLINE
031800*----------------------------------------------------------------
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032100     IF TSL-RETURN-CODE < 8
032200         PERFORM 2000-LATE-FILES THRU 2000-EXIT
032300     END-IF
032400     IF TSL-RETURN-CODE < 8
032500         PERFORM 3000-SLOWEST-STEPS THRU 3000-EXIT
032600     END-IF
032700     IF TSL-RETURN-CODE < 8
032800         PERFORM 4000-WINDOW-BREACHES THRU 4000-EXIT
032900     END-IF
033000     PERFORM 9000-TERMINATE THRU 9000-EXIT
033100     STOP RUN.
033200*----------------------------------------------------------------
033300* 1000-INITIALIZE - PARM OR CONSOLE, THE WEEK'S RUN DATES, THEN
033400* THE REPORT OPEN.  NO TIMING HISTORY YET MEANS NO STEP HAS EVER
033500* BEEN TIMED - SAY SO ON THE REPORT RATHER THAN PRINT THREE EMPTY
033600* SECTIONS.
033700*----------------------------------------------------------------
033800 1000-INITIALIZE.
033900     IF TSL-PARM-LENGTH > 7
034000         MOVE TSL-PARM-DATA (1:8) TO TSL-RUN-DATE
034100         IF TSL-PARM-LENGTH > 13
034200             MOVE TSL-PARM-DATA (9:6) TO TSL-WINDOW-X
034300         END-IF
034400     ELSE
034500         DISPLAY 'TSLARPT - ENTER REPORT DATE (YYYYMMDD): '
034600         ACCEPT TSL-RUN-DATE FROM CONSOLE
034700         DISPLAY 'TSLARPT - ENTER WINDOW END (HHMMSS OR BLANK): '
034800         ACCEPT TSL-WINDOW-X FROM CONSOLE
034900     END-IF
035000     IF TSL-RUN-DATE IS NOT NUMERIC
035100         DISPLAY 'TSLARPT - REPORT DATE NOT NUMERIC: '
035200                 TSL-RUN-DATE
035300         MOVE 16 TO TSL-RETURN-CODE
035400         GO TO 1000-EXIT
035500     END-IF
035600     IF TSL-WINDOW-X NOT = SPACES
035700         PERFORM 1200-CHECK-WINDOW-END THRU 1200-EXIT
035800     END-IF
035900     MOVE TSL-RUN-DATE TO TSL-RUN-DATE-NUM
036000     COMPUTE TSL-WEEK-START-INT =
036100         FUNCTION INTEGER-OF-DATE (TSL-RUN-DATE-NUM) - 6
036200     COMPUTE TSL-WEEK-START-NUM =
036300         FUNCTION DATE-OF-INTEGER (TSL-WEEK-START-INT)
036400     MOVE TSL-WEEK-START-NUM TO TSL-WEEK-START-DATE
036500     PERFORM 1100-SET-ONE-NIGHT THRU 1100-EXIT
036600         VARYING TSL-NIGHT-IDX FROM 1 BY 1
036700         UNTIL TSL-NIGHT-IDX > 7
036800     MOVE SPACES TO TSL-REPORT-FILENAME
036900     STRING TSL-RUN-DATE            DELIMITED BY SIZE
037000            '.sla'                  DELIMITED BY SIZE
037100       INTO TSL-REPORT-FILENAME
037200     END-STRING
037300     OPEN OUTPUT SLA-REPORT-FILE
037400     IF NOT TSL-RPTFILE-OK
037500         DISPLAY 'TSLARPT - REPORT OPEN FAILED, STATUS '
037600                 TSL-RPTFILE-STATUS
037700         MOVE 16 TO TSL-RETURN-CODE
037800         GO TO 1000-EXIT
037900     END-IF
038000     MOVE 'Y' TO TSL-REPORT-OPEN-SW
038100     MOVE TSL-WEEK-START-DATE TO TSL-TTL-START-DATE
038200     MOVE TSL-RUN-DATE        TO TSL-TTL-END-DATE
038300     MOVE TSL-WINDOW-END-TIME TO TSL-TTL-WINDOW-END
038400     MOVE TSL-TITLE-LINE TO SLA-REPORT-LINE
038500     WRITE SLA-REPORT-LINE
038600     OPEN INPUT TIMING-HISTORY-FILE
038700     IF TSL-TIMFILE-NOT-FOUND
038800         MOVE SPACES TO SLA-REPORT-LINE
038900         WRITE SLA-REPORT-LINE
039000         MOVE 'NO TIMING HISTORY ON FILE' TO SLA-REPORT-LINE
039100         WRITE SLA-REPORT-LINE
039200         MOVE 8 TO TSL-RETURN-CODE
039300         GO TO 1000-EXIT
039400     END-IF
039500     IF NOT TSL-TIMFILE-OK
039600         DISPLAY 'TSLARPT - TIMING HISTORY OPEN FAILED, STATUS '
039700                 TSL-TIMFILE-STATUS
039800         MOVE 16 TO TSL-RETURN-CODE
039900         GO TO 1000-EXIT
040000     END-IF
040100     CLOSE TIMING-HISTORY-FILE.
040200 1000-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500* 1100-SET-ONE-NIGHT - ENTRY 1 IS THE FIRST RUN DATE OF THE WEEK,
040600* ENTRY 7 THE REPORT DATE.
040700*----------------------------------------------------------------
040800 1100-SET-ONE-NIGHT.
040900     SET TSL-NIGHT-SUB TO TSL-NIGHT-IDX
041000     COMPUTE TSL-DAY-INT = TSL-WEEK-START-INT + TSL-NIGHT-SUB - 1
041100     COMPUTE TSL-DATE-NUM = FUNCTION DATE-OF-INTEGER (TSL-DAY-INT)
041200     MOVE TSL-DATE-NUM TO TSL-NGT-RUN-DATE (TSL-NIGHT-IDX)
041300     MOVE SPACES       TO TSL-NGT-LAST-END (TSL-NIGHT-IDX)
041400     MOVE SPACES       TO TSL-NGT-LAST-STEP (TSL-NIGHT-IDX)
041500     MOVE SPACES       TO TSL-NGT-LAST-BRANCH (TSL-NIGHT-IDX)
041600     MOVE ZERO         TO TSL-NGT-STEP-COUNT (TSL-NIGHT-IDX).
041700 1100-EXIT.
041800     EXIT.
041900*----------------------------------------------------------------
042000* 1200-CHECK-WINDOW-END - A WINDOW END THAT IS NOT A TIME OF DAY
042100* IS IGNORED IN FAVOUR OF THE DEFAULT, AS TREAD DOES WITH A BAD
042200* RETENTION PERIOD.
042300*----------------------------------------------------------------
042400 1200-CHECK-WINDOW-END.
042500     IF TSL-WINDOW-X IS NOT NUMERIC
042600         DISPLAY 'TSLARPT - WINDOW END NOT HHMMSS ('
042700                 TSL-WINDOW-X '), USING DEFAULT '
042800                 TSL-WINDOW-END-TIME
042900         GO TO 1200-EXIT
043000     END-IF
043100     MOVE TSL-WINDOW-X TO TSL-TIME-WORK
043200     IF TSL-TW-HH > 23 OR TSL-TW-MM > 59 OR TSL-TW-SS > 59
043300         DISPLAY 'TSLARPT - WINDOW END NOT HHMMSS ('
043400                 TSL-WINDOW-X '), USING DEFAULT '
043500                 TSL-WINDOW-END-TIME
043600         GO TO 1200-EXIT
043700     END-IF
043800     MOVE TSL-WINDOW-X TO TSL-WINDOW-END-TIME.
043900 1200-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------
044200* 2000-LATE-FILES - FILES DELIVERED LATE, GROUPED BY BRANCH IN RUN
044300* DATE ORDER.
044400*----------------------------------------------------------------
044500 2000-LATE-FILES.
044600     SORT LATE-SORT-FILE
044700         ON ASCENDING KEY TLS-BRANCH-CODE TLS-RUN-DATE
044800                          TLS-START-DATE TLS-START-TIME
044900         INPUT PROCEDURE IS 2010-READ-LATE-FILES THRU 2010-EXIT
045000         OUTPUT PROCEDURE IS 2020-LATE-OUTPUT THRU 2020-EXIT.
045100 2000-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400* 2010-READ-LATE-FILES
045500*----------------------------------------------------------------
045600 2010-READ-LATE-FILES.
045700     MOVE 'N' TO TSL-TIM-EOF-SWITCH
045800     OPEN INPUT TIMING-HISTORY-FILE
045900     IF NOT TSL-TIMFILE-OK
046000         DISPLAY 'TSLARPT - TIMING HISTORY OPEN FAILED, STATUS '
046100                 TSL-TIMFILE-STATUS
046200         MOVE 16 TO TSL-RETURN-CODE
046300         GO TO 2010-EXIT
046400     END-IF
046500     PERFORM 2900-READ-IN-WEEK THRU 2900-EXIT
046600     PERFORM 2011-RELEASE-ONE-LATE THRU 2011-EXIT
046700         UNTIL TSL-TIM-END-OF-FILE
046800     CLOSE TIMING-HISTORY-FILE.
046900 2010-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 2011-RELEASE-ONE-LATE - A BRANCH FILE THAT WAS LOADED COUNTS AS
047300* LATE WHEN ITS HEADER EXTRACT TIME IS AFTER THE BRANCH CUTOFF
047400* (TREAD'S LATE FLAG) OR WHEN IT ONLY ARRIVED FOR THE SWEEP.  A
047500* BRANCH THAT NEVER DELIVERED AT ALL IS ON THE RECON SUMMARY, NOT
047600* HERE.
047700*----------------------------------------------------------------
047800 2011-RELEASE-ONE-LATE.
047900     IF TIM-STEP-TYPE NOT = 'LOAD '
048000         AND TIM-STEP-TYPE NOT = 'SWEEP'
048100         GO TO 2011-READ-NEXT
048200     END-IF
048300     IF TIM-RESULT NOT = 'FOUND  '
048400         GO TO 2011-READ-NEXT
048500     END-IF
048600     IF TIM-LATE-FLAG NOT = 'L'
048700         AND TIM-STEP-TYPE NOT = 'SWEEP'
048800         GO TO 2011-READ-NEXT
048900     END-IF
049000     MOVE TIM-BRANCH-CODE      TO TLS-BRANCH-CODE
049100     MOVE TIM-RUN-DATE         TO TLS-RUN-DATE
049200     MOVE TIM-START-DATE       TO TLS-START-DATE
049300     MOVE TIM-START-TIME       TO TLS-START-TIME
049400     MOVE TIM-STEP-TYPE        TO TLS-STEP-TYPE
049500     MOVE TIM-CUTOFF-TIME      TO TLS-CUTOFF-TIME
049600     MOVE TIM-EXTRACT-TIME     TO TLS-EXTRACT-TIME
049700     MOVE TIM-LATE-FLAG        TO TLS-LATE-FLAG
049800     MOVE TIM-PICKUP-DATE      TO TLS-PICKUP-DATE
049900     MOVE TIM-PICKUP-TIME      TO TLS-PICKUP-TIME
050000     RELEASE LATE-SORT-RECORD.
050100 2011-READ-NEXT.
050200     PERFORM 2900-READ-IN-WEEK THRU 2900-EXIT.
050300 2011-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600* 2020-LATE-OUTPUT - WALK THE SORTED FILES, BREAKING ON BRANCH,
050700* THEN CLOSE WITH THE NETWORK TOTALS.  ANY LATE FILE IS A POINT
050800* FOR THE REVIEW, SO THE STEP ENDS RC 4.
050900*----------------------------------------------------------------
051000 2020-LATE-OUTPUT.
051100     MOVE SPACES TO SLA-REPORT-LINE
051200     WRITE SLA-REPORT-LINE
051300     MOVE TSL-LATE-HEADING TO SLA-REPORT-LINE
051400     WRITE SLA-REPORT-LINE
051500     MOVE 'N' TO TSL-SRT-EOF-SWITCH
051600     MOVE SPACES TO TSL-CURRENT-BRANCH
051700     RETURN LATE-SORT-FILE
051800         AT END SET TSL-SRT-END-OF-FILE TO TRUE
051900     END-RETURN
052000     PERFORM 2021-REPORT-ONE-LATE THRU 2021-EXIT
052100         UNTIL TSL-SRT-END-OF-FILE
052200     IF TSL-CURRENT-BRANCH NOT = SPACES
052300         PERFORM 2200-WRITE-BRANCH-SUMMARY THRU 2200-EXIT
052400     ELSE
052500         MOVE 'NO LATE FILES THIS WEEK' TO SLA-REPORT-LINE
052600         WRITE SLA-REPORT-LINE
052700     END-IF
052800     MOVE SPACES TO SLA-REPORT-LINE
052900     WRITE SLA-REPORT-LINE
053000     MOVE TSL-TOTAL-LATE  TO TSL-NSM-LATE
053100     MOVE TSL-TOTAL-SWEPT TO TSL-NSM-SWEPT
053200     MOVE TSL-NETWORK-SUMMARY TO SLA-REPORT-LINE
053300     WRITE SLA-REPORT-LINE
053400     IF TSL-TOTAL-LATE + TSL-TOTAL-SWEPT > ZERO
053500         AND TSL-RETURN-CODE < 4
053600         MOVE 4 TO TSL-RETURN-CODE
053700     END-IF.
053800 2020-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100* 2021-REPORT-ONE-LATE - A SANCTIONED RERUN READS THE SAME FILE
054200* AGAIN, SO ONLY THE FIRST LOAD OF A BRANCH'S NIGHT IS LISTED.
054300* MINUTES LATE ARE ROUNDED UP, SO A FILE CUT SECONDS AFTER THE
054400* CUTOFF STILL SHOWS.
054500*----------------------------------------------------------------
054600 2021-REPORT-ONE-LATE.
054700     IF TLS-BRANCH-CODE NOT = TSL-CURRENT-BRANCH
054800         IF TSL-CURRENT-BRANCH NOT = SPACES
054900             PERFORM 2200-WRITE-BRANCH-SUMMARY THRU 2200-EXIT
055000         END-IF
055100         PERFORM 2300-START-BRANCH-SECTION THRU 2300-EXIT
055200     ELSE
055300         IF TLS-RUN-DATE = TSL-LAST-RUN-DATE
055400             GO TO 2021-RETURN-NEXT
055500         END-IF
055600     END-IF
055700     MOVE TLS-RUN-DATE         TO TSL-LAST-RUN-DATE
055800     MOVE ZERO                 TO TSL-LATE-MINUTES
055900     IF TLS-LATE-FLAG = 'L'
056000         MOVE TLS-EXTRACT-TIME TO TSL-TIME-WORK
056100         PERFORM 8000-TIME-TO-SECONDS THRU 8000-EXIT
056200         MOVE TSL-SECONDS      TO TSL-END-SECS
056300         MOVE TLS-CUTOFF-TIME  TO TSL-TIME-WORK
056400         PERFORM 8000-TIME-TO-SECONDS THRU 8000-EXIT
056500         MOVE TSL-SECONDS      TO TSL-START-SECS
056600         COMPUTE TSL-LATE-MINUTES =
056700             (TSL-END-SECS - TSL-START-SECS + 59) / 60
056800         ADD 1 TO TSL-BRANCH-LATE
056900         ADD 1 TO TSL-TOTAL-LATE
057000     END-IF
057100     IF TLS-STEP-TYPE = 'SWEEP'
057200         ADD 1 TO TSL-BRANCH-SWEPT
057300         ADD 1 TO TSL-TOTAL-SWEPT
057400     END-IF
057500     MOVE TLS-RUN-DATE         TO TSL-LDT-RUN-DATE
057600     MOVE TLS-CUTOFF-TIME      TO TSL-LDT-CUTOFF
057700     MOVE TLS-EXTRACT-TIME     TO TSL-LDT-EXTRACT
057800     MOVE TSL-LATE-MINUTES     TO TSL-LDT-MINUTES
057900     MOVE TLS-PICKUP-DATE      TO TSL-LDT-PICKUP-DATE
058000     MOVE TLS-PICKUP-TIME      TO TSL-LDT-PICKUP-TIME
058100     IF TLS-LATE-FLAG = 'L'
058200         IF TLS-STEP-TYPE = 'SWEEP'
058300             MOVE 'LATE + SWEEP' TO TSL-LDT-HOW
058400         ELSE
058500             MOVE 'AFTER CUTOFF' TO TSL-LDT-HOW
058600         END-IF
058700     ELSE
058800         MOVE 'SWEEP PICKUP' TO TSL-LDT-HOW
058900     END-IF
059000     MOVE TSL-LATE-DETAIL TO SLA-REPORT-LINE
059100     WRITE SLA-REPORT-LINE.
059200 2021-RETURN-NEXT.
059300     RETURN LATE-SORT-FILE
059400         AT END SET TSL-SRT-END-OF-FILE TO TRUE
059500     END-RETURN.
059600 2021-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------
059900* 2200-WRITE-BRANCH-SUMMARY
060000*----------------------------------------------------------------
060100 2200-WRITE-BRANCH-SUMMARY.
060200     MOVE TSL-BRANCH-LATE  TO TSL-BSM-LATE
060300     MOVE TSL-BRANCH-SWEPT TO TSL-BSM-SWEPT
060400     MOVE TSL-BRANCH-SUMMARY TO SLA-REPORT-LINE
060500     WRITE SLA-REPORT-LINE.
060600 2200-EXIT.
060700     EXIT.
060800*----------------------------------------------------------------
060900* 2300-START-BRANCH-SECTION
061000*----------------------------------------------------------------
061100 2300-START-BRANCH-SECTION.
061200     MOVE TLS-BRANCH-CODE TO TSL-CURRENT-BRANCH
061300     MOVE SPACES TO TSL-LAST-RUN-DATE
061400     MOVE ZERO TO TSL-BRANCH-LATE
061500     MOVE ZERO TO TSL-BRANCH-SWEPT
061600     MOVE SPACES TO SLA-REPORT-LINE
061700     WRITE SLA-REPORT-LINE
061800     MOVE TSL-CURRENT-BRANCH TO TSL-BHD-BRANCH
061900     MOVE TSL-BRANCH-HEADING TO SLA-REPORT-LINE
062000     WRITE SLA-REPORT-LINE
062100     MOVE TSL-LATE-COLUMNS TO SLA-REPORT-LINE
062200     WRITE SLA-REPORT-LINE.
062300 2300-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600* 2900-READ-IN-WEEK - NEXT TIMING RECORD FOR ONE OF THE WEEK'S RUN
062700* DATES; THE REST OF THE ROLLING HISTORY IS PASSED OVER.
062800*----------------------------------------------------------------
062900 2900-READ-IN-WEEK.
063000     READ TIMING-HISTORY-FILE
063100         AT END SET TSL-TIM-END-OF-FILE TO TRUE
063200     END-READ
063300     IF TSL-TIM-END-OF-FILE
063400         GO TO 2900-EXIT
063500     END-IF
063600     IF TIM-RUN-DATE IS NOT NUMERIC
063700         OR TIM-RUN-DATE < TSL-WEEK-START-DATE
063800         OR TIM-RUN-DATE > TSL-RUN-DATE
063900         GO TO 2900-READ-IN-WEEK
064000     END-IF.
064100 2900-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400* 3000-SLOWEST-STEPS - EVERY TIMED STEP OF THE WEEK, LONGEST
064500* FIRST.  THE SAME PASS NOTES EACH NIGHT'S LAST FINISH FOR 4000.
064600*----------------------------------------------------------------
064700 3000-SLOWEST-STEPS.
064800     SORT STEP-SORT-FILE
064900         ON DESCENDING KEY TSS-ELAPSED-SECS
065000            ASCENDING KEY TSS-RUN-DATE TSS-START-DATE
065100                          TSS-START-TIME
065200         INPUT PROCEDURE IS 3010-READ-STEPS THRU 3010-EXIT
065300         OUTPUT PROCEDURE IS 3020-STEP-OUTPUT THRU 3020-EXIT.
065400 3000-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700* 3010-READ-STEPS
065800*----------------------------------------------------------------
065900 3010-READ-STEPS.
066000     MOVE 'N' TO TSL-TIM-EOF-SWITCH
066100     OPEN INPUT TIMING-HISTORY-FILE
066200     IF NOT TSL-TIMFILE-OK
066300         DISPLAY 'TSLARPT - TIMING HISTORY OPEN FAILED, STATUS '
066400                 TSL-TIMFILE-STATUS
066500         MOVE 16 TO TSL-RETURN-CODE
066600         GO TO 3010-EXIT
066700     END-IF
066800     PERFORM 2900-READ-IN-WEEK THRU 2900-EXIT
066900     PERFORM 3011-RELEASE-ONE-STEP THRU 3011-EXIT
067000         UNTIL TSL-TIM-END-OF-FILE
067100     CLOSE TIMING-HISTORY-FILE
067200     IF TSL-SKIPPED-COUNT > ZERO
067300         DISPLAY 'TSLARPT - RECORDS WITH NO START/END TIME: '
067400                 TSL-SKIPPED-COUNT
067500     END-IF.
067600 3010-EXIT.
067700     EXIT.
067800*----------------------------------------------------------------
067900* 3011-RELEASE-ONE-STEP - ELAPSED TIME IS COUNTED ACROSS MIDNIGHT
068000* FROM THE START AND END DATES, NOT JUST THE TIMES OF DAY.
068100*----------------------------------------------------------------
068200 3011-RELEASE-ONE-STEP.
068300     IF TIM-START-DATE IS NOT NUMERIC
068400         OR TIM-START-TIME IS NOT NUMERIC
068500         OR TIM-END-DATE IS NOT NUMERIC
068600         OR TIM-END-TIME IS NOT NUMERIC
068700         ADD 1 TO TSL-SKIPPED-COUNT
068800         GO TO 3011-READ-NEXT
068900     END-IF
069000     MOVE TIM-START-TIME TO TSL-TIME-WORK
069100     PERFORM 8000-TIME-TO-SECONDS THRU 8000-EXIT
069200     MOVE TSL-SECONDS    TO TSL-START-SECS
069300     MOVE TIM-END-TIME   TO TSL-TIME-WORK
069400     PERFORM 8000-TIME-TO-SECONDS THRU 8000-EXIT
069500     MOVE TSL-SECONDS    TO TSL-END-SECS
069600     MOVE TIM-START-DATE TO TSL-DATE-NUM
069700     COMPUTE TSL-DAY-INT = FUNCTION INTEGER-OF-DATE (TSL-DATE-NUM)
069800     MOVE TIM-END-DATE   TO TSL-DATE-NUM
069900     COMPUTE TSL-END-INT = FUNCTION INTEGER-OF-DATE (TSL-DATE-NUM)
070000     COMPUTE TSL-ELAPSED-SECS =
070100         (TSL-END-INT - TSL-DAY-INT) * 86400
070200         + TSL-END-SECS - TSL-START-SECS
070300     IF TSL-ELAPSED-SECS < ZERO
070400         MOVE ZERO TO TSL-ELAPSED-SECS
070500     END-IF
070600     MOVE TSL-ELAPSED-SECS TO TSS-ELAPSED-SECS
070700     MOVE TIM-RUN-DATE     TO TSS-RUN-DATE
070800     MOVE TIM-STEP-TYPE    TO TSS-STEP-TYPE
070900     MOVE TIM-BRANCH-CODE  TO TSS-BRANCH-CODE
071000     MOVE TIM-START-DATE   TO TSS-START-DATE
071100     MOVE TIM-START-TIME   TO TSS-START-TIME
071200     MOVE TIM-END-DATE     TO TSS-END-DATE
071300     MOVE TIM-END-TIME     TO TSS-END-TIME
071400     MOVE TIM-RESULT       TO TSS-RESULT
071500     RELEASE STEP-SORT-RECORD
071600     PERFORM 3100-NOTE-NIGHT-END THRU 3100-EXIT.
071700 3011-READ-NEXT.
071800     PERFORM 2900-READ-IN-WEEK THRU 2900-EXIT.
071900 3011-EXIT.
072000     EXIT.
072100*----------------------------------------------------------------
072200* 3020-STEP-OUTPUT - ONLY THE TOP OF THE SORTED LIST IS PRINTED.
072300*----------------------------------------------------------------
072400 3020-STEP-OUTPUT.
072500     MOVE SPACES TO SLA-REPORT-LINE
072600     WRITE SLA-REPORT-LINE
072700     MOVE TSL-TOP-LIMIT TO TSL-SHD-LIMIT
072800     MOVE TSL-STEP-HEADING TO SLA-REPORT-LINE
072900     WRITE SLA-REPORT-LINE
073000     MOVE TSL-STEP-COLUMNS TO SLA-REPORT-LINE
073100     WRITE SLA-REPORT-LINE
073200     MOVE ZERO TO TSL-TOP-COUNT
073300     MOVE 'N' TO TSL-SRT-EOF-SWITCH
073400     RETURN STEP-SORT-FILE
073500         AT END SET TSL-SRT-END-OF-FILE TO TRUE
073600     END-RETURN
073700     PERFORM 3021-REPORT-ONE-STEP THRU 3021-EXIT
073800         UNTIL TSL-SRT-END-OF-FILE
073900            OR TSL-TOP-COUNT NOT < TSL-TOP-LIMIT
074000     IF TSL-TOP-COUNT = ZERO
074100         MOVE 'NO TIMED STEPS THIS WEEK' TO SLA-REPORT-LINE
074200         WRITE SLA-REPORT-LINE
074300     END-IF.
074400 3020-EXIT.
074500     EXIT.
074600*----------------------------------------------------------------
074700* 3021-REPORT-ONE-STEP - ELAPSED TIME SHOWN AS HOURS:MM:SS.
074800*----------------------------------------------------------------
074900 3021-REPORT-ONE-STEP.
075000     ADD 1 TO TSL-TOP-COUNT
075100     MOVE TSL-TOP-COUNT    TO TSL-SDT-RANK
075200     MOVE TSS-RUN-DATE     TO TSL-SDT-RUN-DATE
075300     MOVE TSS-STEP-TYPE    TO TSL-SDT-STEP-TYPE
075400     MOVE TSS-BRANCH-CODE  TO TSL-SDT-BRANCH
075500     MOVE TSS-START-DATE   TO TSL-SDT-START-DATE
075600     MOVE TSS-START-TIME   TO TSL-SDT-START-TIME
075700     MOVE TSS-END-DATE     TO TSL-SDT-END-DATE
075800     MOVE TSS-END-TIME     TO TSL-SDT-END-TIME
075900     DIVIDE TSS-ELAPSED-SECS BY 3600
076000         GIVING TSL-SDT-HOURS REMAINDER TSL-ELP-REST
076100     DIVIDE TSL-ELP-REST BY 60
076200         GIVING TSL-SDT-MINUTES REMAINDER TSL-SDT-SECONDS
076300     MOVE TSS-RESULT       TO TSL-SDT-RESULT
076400     MOVE TSL-STEP-DETAIL TO SLA-REPORT-LINE
076500     WRITE SLA-REPORT-LINE
076600     RETURN STEP-SORT-FILE
076700         AT END SET TSL-SRT-END-OF-FILE TO TRUE
076800     END-RETURN.
076900 3021-EXIT.
077000     EXIT.
077100*----------------------------------------------------------------
077200* 3100-NOTE-NIGHT-END - KEEP THE LATEST END SEEN FOR THE STEP'S
077300* RUN DATE.  ONLY THE SCHEDULED NIGHTLY STEPS COUNT: THE PURGE IS
077400* A JOB OF ITS OWN AND A CRM RESEND IS RUN BY HAND, SO NEITHER
077500* SAYS WHEN THE NIGHTLY RUN FINISHED.
077600*----------------------------------------------------------------
077700 3100-NOTE-NIGHT-END.
077800     IF TIM-STEP-TYPE NOT = 'LOAD '
077900         AND TIM-STEP-TYPE NOT = 'SWEEP'
078000         AND TIM-STEP-TYPE NOT = 'RECON'
078100         AND TIM-STEP-TYPE NOT = 'ACK  '
078200         GO TO 3100-EXIT
078300     END-IF
078400     MOVE TIM-RUN-DATE TO TSL-DATE-NUM
078500     COMPUTE TSL-NIGHT-SUB =
078600         FUNCTION INTEGER-OF-DATE (TSL-DATE-NUM)
078700         - TSL-WEEK-START-INT + 1
078800     IF TSL-NIGHT-SUB < 1 OR TSL-NIGHT-SUB > 7
078900         GO TO 3100-EXIT
079000     END-IF
079100     SET TSL-NIGHT-IDX TO TSL-NIGHT-SUB
079200     ADD 1 TO TSL-NGT-STEP-COUNT (TSL-NIGHT-IDX)
079300     MOVE TIM-END-DATE TO TSL-END-STAMP (1:8)
079400     MOVE TIM-END-TIME TO TSL-END-STAMP (9:6)
079500     IF TSL-END-STAMP > TSL-NGT-LAST-END (TSL-NIGHT-IDX)
079600         MOVE TSL-END-STAMP   TO TSL-NGT-LAST-END (TSL-NIGHT-IDX)
079700         MOVE TIM-STEP-TYPE   TO TSL-NGT-LAST-STEP (TSL-NIGHT-IDX)
079800         MOVE TIM-BRANCH-CODE
079900                          TO TSL-NGT-LAST-BRANCH (TSL-NIGHT-IDX)
080000     END-IF.
080100 3100-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------
080400* 4000-WINDOW-BREACHES - EACH NIGHT OF THE WEEK THAT WAS TIMED AT
080500* ALL IS CHECKED AGAINST THE WINDOW END ON THE FOLLOWING MORNING.
080600* A NIGHT PAST THE WINDOW ENDS THE STEP RC 4.
080700*----------------------------------------------------------------
080800 4000-WINDOW-BREACHES.
080900     MOVE SPACES TO SLA-REPORT-LINE
081000     WRITE SLA-REPORT-LINE
081100     MOVE TSL-WINDOW-END-TIME TO TSL-NHD-WINDOW-END
081200     MOVE TSL-NIGHT-HEADING TO SLA-REPORT-LINE
081300     WRITE SLA-REPORT-LINE
081400     MOVE TSL-NIGHT-COLUMNS TO SLA-REPORT-LINE
081500     WRITE SLA-REPORT-LINE
081600     MOVE ZERO TO TSL-NIGHTS-TIMED
081700     MOVE ZERO TO TSL-NIGHTS-PAST
081800     PERFORM 4010-CHECK-ONE-NIGHT THRU 4010-EXIT
081900         VARYING TSL-NIGHT-IDX FROM 1 BY 1
082000         UNTIL TSL-NIGHT-IDX > 7
082100     IF TSL-NIGHTS-PAST = ZERO
082200         MOVE 'NO NIGHT FINISHED PAST THE WINDOW'
082300                                  TO SLA-REPORT-LINE
082400         WRITE SLA-REPORT-LINE
082500     END-IF
082600     MOVE SPACES TO SLA-REPORT-LINE
082700     WRITE SLA-REPORT-LINE
082800     MOVE TSL-NIGHTS-TIMED TO TSL-NSM-TIMED
082900     MOVE TSL-NIGHTS-PAST  TO TSL-NSM-PAST
083000     MOVE TSL-NIGHT-SUMMARY TO SLA-REPORT-LINE
083100     WRITE SLA-REPORT-LINE
083200     IF TSL-NIGHTS-PAST > ZERO
083300         AND TSL-RETURN-CODE < 4
083400         MOVE 4 TO TSL-RETURN-CODE
083500     END-IF.
083600 4000-EXIT.
083700     EXIT.
083800*----------------------------------------------------------------
083900* 4010-CHECK-ONE-NIGHT - MINUTES OVER ARE ROUNDED UP, AS MINUTES
084000* LATE ARE.
084100*----------------------------------------------------------------
084200 4010-CHECK-ONE-NIGHT.
084300     IF TSL-NGT-STEP-COUNT (TSL-NIGHT-IDX) = ZERO
084400         GO TO 4010-EXIT
084500     END-IF
084600     ADD 1 TO TSL-NIGHTS-TIMED
084700     MOVE TSL-NGT-RUN-DATE (TSL-NIGHT-IDX) TO TSL-DATE-NUM
084800     COMPUTE TSL-DAY-INT =
084900         FUNCTION INTEGER-OF-DATE (TSL-DATE-NUM) + 1
085000     COMPUTE TSL-DATE-NUM = FUNCTION DATE-OF-INTEGER (TSL-DAY-INT)
085100     MOVE TSL-DATE-NUM        TO TSL-LIMIT-STAMP (1:8)
085200     MOVE TSL-WINDOW-END-TIME TO TSL-LIMIT-STAMP (9:6)
085300     IF TSL-NGT-LAST-END (TSL-NIGHT-IDX) NOT > TSL-LIMIT-STAMP
085400         GO TO 4010-EXIT
085500     END-IF
085600     ADD 1 TO TSL-NIGHTS-PAST
085700     MOVE TSL-NGT-LAST-END (TSL-NIGHT-IDX) (9:6) TO TSL-TIME-WORK
085800     PERFORM 8000-TIME-TO-SECONDS THRU 8000-EXIT
085900     MOVE TSL-SECONDS TO TSL-END-SECS
086000     MOVE TSL-WINDOW-END-TIME TO TSL-TIME-WORK
086100     PERFORM 8000-TIME-TO-SECONDS THRU 8000-EXIT
086200     MOVE TSL-SECONDS TO TSL-START-SECS
086300     MOVE TSL-NGT-LAST-END (TSL-NIGHT-IDX) (1:8) TO TSL-DATE-NUM
086400     COMPUTE TSL-END-INT = FUNCTION INTEGER-OF-DATE (TSL-DATE-NUM)
086500     COMPUTE TSL-OVER-MINUTES =
086600         ((TSL-END-INT - TSL-DAY-INT) * 86400
086700          + TSL-END-SECS - TSL-START-SECS + 59) / 60
086800     MOVE TSL-NGT-RUN-DATE (TSL-NIGHT-IDX)    TO TSL-NDT-RUN-DATE
086900     MOVE TSL-NGT-LAST-END (TSL-NIGHT-IDX) (1:8)
087000                                              TO TSL-NDT-END-DATE
087100     MOVE TSL-NGT-LAST-END (TSL-NIGHT-IDX) (9:6)
087200                                              TO TSL-NDT-END-TIME
087300     MOVE TSL-NGT-LAST-STEP (TSL-NIGHT-IDX)   TO TSL-NDT-STEP-TYPE
087400     MOVE TSL-NGT-LAST-BRANCH (TSL-NIGHT-IDX) TO TSL-NDT-BRANCH
087500     MOVE TSL-OVER-MINUTES                    TO TSL-NDT-MINUTES
087600     MOVE TSL-NIGHT-DETAIL TO SLA-REPORT-LINE
087700     WRITE SLA-REPORT-LINE.
087800 4010-EXIT.
087900     EXIT.
088000*----------------------------------------------------------------
088100* 8000-TIME-TO-SECONDS - HHMMSS IN TSL-TIME-WORK TO SECONDS PAST
088200* MIDNIGHT IN TSL-SECONDS.
088300*----------------------------------------------------------------
088400 8000-TIME-TO-SECONDS.
088500     COMPUTE TSL-SECONDS =
088600         TSL-TW-HH * 3600 + TSL-TW-MM * 60 + TSL-TW-SS.
088700 8000-EXIT.
088800     EXIT.
088900*----------------------------------------------------------------
089000* 9000-TERMINATE
089100*----------------------------------------------------------------
089200 9000-TERMINATE.
089300     IF TSL-REPORT-OPEN
089400         CLOSE SLA-REPORT-FILE
089500     END-IF
089600     MOVE TSL-RETURN-CODE TO RETURN-CODE.
089700 9000-EXIT.
089800     EXIT.
