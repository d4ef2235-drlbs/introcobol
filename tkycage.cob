000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TKYCAGE.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-05.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-05  DPG  ORIGINAL PROGRAM - WEEKLY AGING REPORT OVER
001100*                  THE KYC CASE FILE (KYCCASE.DAT).  ONE SECTION
001200*                  PER OWNING BRANCH LISTING EVERY OPEN OR
001300*                  ESCALATED CASE MORE THAN 30 DAYS OLD, OLDEST
001400*                  FIRST, MARKED PAST 30, 60 OR 90 DAYS, WITH A
001500*                  COUNT PER BAND FOR THE BRANCH AND FOR THE
001600*                  WHOLE NETWORK.  CLEARED CASES ARE NOT AGED.
001610* 2026-10-15  DPG  CLOSE THE AGING REPORT WHENEVER IT WAS OPENED,
001620*                  AND WRITE NO NETWORK TOTALS TO IT WHEN THE KYC
001630*                  CASE FILE COULD NOT BE OPENED.
001700*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER. IBM-370.
002100 OBJECT-COMPUTER. IBM-370.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT KYC-CASE-FILE ASSIGN TO "KYCCASE.DAT"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS KYC-KEY
002800         FILE STATUS IS TKA-KYCFILE-STATUS.
002900     SELECT AGE-SORT-FILE ASSIGN TO "KYASRT01".
003000     SELECT AGE-REPORT-FILE
003100         ASSIGN TO DYNAMIC TKA-REPORT-FILENAME
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS TKA-RPTFILE-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700*
003800* THE RECORD LAYOUT MUST STAY IN STEP WITH FD KYC-CASE-FILE IN
003900* TREAD, WHICH OWNS THE FILE.
004000*
004100 FD  KYC-CASE-FILE.
004200 01  KYC-CASE-RECORD.
004300     05  KYC-KEY.
004400         10  KYC-CUSTOMER-ID   PIC X(10).
004500         10  KYC-CASE-NUMBER   PIC 9(05).
004600     05  KYC-CASE-TYPE         PIC X(04).
004700     05  KYC-TRIGGER-DATE      PIC X(08).
004800     05  KYC-BRANCH-COUNTRY    PIC X(02).
004900     05  KYC-BRANCH-CITY       PIC X(04).
005000     05  KYC-SOURCE-PROGRAM    PIC X(08).
005100     05  KYC-CASE-STATUS       PIC X(01).
005200         88  KYC-CASE-OPEN                   VALUE 'O'.
005300         88  KYC-CASE-ESCALATED              VALUE 'E'.
005400         88  KYC-CASE-CLEARED                VALUE 'C'.
005500     05  KYC-OLD-VALUE         PIC X(65).
005600     05  KYC-NEW-VALUE         PIC X(65).
005700     05  KYC-ACTION-DATE       PIC X(08).
005800     05  KYC-ACTION-OPERATOR   PIC X(03).
005900     05  KYC-ACTION-NOTE       PIC X(30).
006000*
006100 SD  AGE-SORT-FILE.
006200 01  AGE-SORT-RECORD.
006300     05  TKS-BRANCH-CODE       PIC X(06).
006400     05  TKS-TRIGGER-DATE      PIC X(08).
006500     05  TKS-CUSTOMER-ID       PIC X(10).
006600     05  TKS-CASE-NUMBER       PIC 9(05).
006700     05  TKS-CASE-TYPE         PIC X(04).
006800     05  TKS-CASE-STATUS       PIC X(01).
006900     05  TKS-AGE-DAYS          PIC 9(05).
007000*
007100 FD  AGE-REPORT-FILE
007200     RECORD CONTAINS 96 CHARACTERS.
007300 01  AGE-REPORT-LINE           PIC X(96).
007400*
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------------
007700* SWITCHES
007800*----------------------------------------------------------------
007900 77  TKA-KYCFILE-STATUS        PIC X(02)     VALUE SPACES.
008000     88  TKA-KYCFILE-OK                      VALUE '00'.
008100     88  TKA-KYCFILE-NOT-FOUND               VALUE '35'.
008200 77  TKA-RPTFILE-STATUS        PIC X(02)     VALUE SPACES.
008300     88  TKA-RPTFILE-OK                      VALUE '00'.
008400*
008500 77  TKA-KYC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
008600     88  TKA-KYC-END-OF-FILE                 VALUE 'Y'.
008700     88  TKA-KYC-NOT-END-OF-FILE             VALUE 'N'.
008800 77  TKA-SRT-EOF-SWITCH        PIC X(01)     VALUE 'N'.
008900     88  TKA-SRT-END-OF-FILE                 VALUE 'Y'.
009000     88  TKA-SRT-NOT-END-OF-FILE             VALUE 'N'.
009010 77  TKA-REPORT-OPEN-SW        PIC X(01)     VALUE 'N'.
009020     88  TKA-REPORT-OPEN                     VALUE 'Y'.
009100*
009200*----------------------------------------------------------------
009300* RUN CONTROL FIELDS - A CASE IS AGED FROM ITS TRIGGER DATE TO
009400* THE REPORT RUN DATE.  ONLY CASES PAST THE FIRST BAND ARE
009500* LISTED.
009600*----------------------------------------------------------------
009700 77  TKA-RUN-DATE              PIC X(08)     VALUE SPACES.
009800 77  TKA-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
009900 77  TKA-TRIGGER-DATE-NUM      PIC 9(08)     VALUE ZERO.
010000 77  TKA-AGE-DAYS              PIC S9(07) COMP VALUE ZERO.
010100 77  TKA-BAND-1-DAYS           PIC 9(03)     VALUE 30.
010200 77  TKA-BAND-2-DAYS           PIC 9(03)     VALUE 60.
010300 77  TKA-BAND-3-DAYS           PIC 9(03)     VALUE 90.
010400 77  TKA-REPORT-FILENAME       PIC X(30)     VALUE SPACES.
010500 77  TKA-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
010600 77  TKA-CURRENT-BRANCH        PIC X(06)     VALUE SPACES.
010700 77  TKA-SKIPPED-COUNT         PIC 9(07) COMP VALUE ZERO.
010800*
010900* COUNTS PER BAND - BAND 1 IS 31-60 DAYS, BAND 2 IS 61-90 DAYS,
011000* BAND 3 IS OVER 90 DAYS.
011100 77  TKA-BRANCH-BAND-1         PIC 9(07) COMP VALUE ZERO.
011200 77  TKA-BRANCH-BAND-2         PIC 9(07) COMP VALUE ZERO.
011300 77  TKA-BRANCH-BAND-3         PIC 9(07) COMP VALUE ZERO.
011400 77  TKA-TOTAL-BAND-1          PIC 9(07) COMP VALUE ZERO.
011500 77  TKA-TOTAL-BAND-2          PIC 9(07) COMP VALUE ZERO.
011600 77  TKA-TOTAL-BAND-3          PIC 9(07) COMP VALUE ZERO.
011700*
011800*----------------------------------------------------------------
011900* REPORT LINE LAYOUTS
012000*----------------------------------------------------------------
012100 01  TKA-TITLE-LINE.
012200     05  FILLER                PIC X(28) VALUE
012300         'KYC CASE AGING REPORT'.
012400     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
012500     05  TKA-TTL-RUN-DATE      PIC X(08).
012600*
012700 01  TKA-BRANCH-HEADING.
012800     05  FILLER                PIC X(07) VALUE 'BRANCH '.
012900     05  TKA-BHD-BRANCH        PIC X(06).
013000*
013100 01  TKA-COLUMN-HEADING.
013200     05  FILLER                PIC X(11) VALUE 'CUSTOMER-ID'.
013300     05  FILLER                PIC X(06) VALUE ' CASE'.
013400     05  FILLER                PIC X(05) VALUE 'TYPE'.
013500     05  FILLER                PIC X(09) VALUE 'TRIGGER'.
013600     05  FILLER                PIC X(10) VALUE 'STATUS'.
013700     05  FILLER                PIC X(06) VALUE ' DAYS'.
013800     05  FILLER                PIC X(07) VALUE 'BAND'.
013900*
014000 01  TKA-DETAIL-LINE.
014100     05  TKA-DET-CUSTOMER-ID   PIC X(10).
014200     05  FILLER                PIC X(01) VALUE SPACE.
014300     05  TKA-DET-CASE-NUMBER   PIC 9(05).
014400     05  FILLER                PIC X(01) VALUE SPACE.
014500     05  TKA-DET-CASE-TYPE     PIC X(04).
014600     05  FILLER                PIC X(01) VALUE SPACE.
014700     05  TKA-DET-TRIGGER-DATE  PIC X(08).
014800     05  FILLER                PIC X(01) VALUE SPACE.
014900     05  TKA-DET-STATUS        PIC X(09).
015000     05  FILLER                PIC X(01) VALUE SPACE.
015100     05  TKA-DET-AGE-DAYS      PIC ZZZZ9.
015200     05  FILLER                PIC X(01) VALUE SPACE.
015300     05  TKA-DET-BAND          PIC X(07).
015400*
015500 01  TKA-BRANCH-SUMMARY.
015600     05  FILLER                PIC X(09) VALUE 'PAST 30: '.
015700     05  TKA-BSM-BAND-1        PIC ZZZZZZ9.
015800     05  FILLER                PIC X(10) VALUE ' PAST 60: '.
015900     05  TKA-BSM-BAND-2        PIC ZZZZZZ9.
016000     05  FILLER                PIC X(10) VALUE ' PAST 90: '.
016100     05  TKA-BSM-BAND-3        PIC ZZZZZZ9.
016200*
016300 01  TKA-NETWORK-SUMMARY.
016400     05  FILLER                PIC X(17) VALUE
016500         'NETWORK PAST 30: '.
016600     05  TKA-NSM-BAND-1        PIC ZZZZZZ9.
016700     05  FILLER                PIC X(10) VALUE ' PAST 60: '.
016800     05  TKA-NSM-BAND-2        PIC ZZZZZZ9.
016900     05  FILLER                PIC X(10) VALUE ' PAST 90: '.
017000     05  TKA-NSM-BAND-3        PIC ZZZZZZ9.
017100*
017200*----------------------------------------------------------------
017300 LINKAGE SECTION.
017400*----------------------------------------------------------------
017500* JCL PARM: POSITIONS 1-8 ARE THE REPORT RUN DATE (YYYYMMDD) THE
017600* CASES ARE AGED TO AND THE DATED .KYA REPORT IS NAMED FOR.  RUN
017700* INTERACTIVELY WITH NO PARM, THE DATE IS PROMPTED FOR ON THE
017800* CONSOLE.
017900*----------------------------------------------------------------
018000 01  TKA-PARM-LENGTH           PIC S9(04) COMP.
018100 01  TKA-PARM-DATA             PIC X(08).
018200*
018300 PROCEDURE DIVISION USING TKA-PARM-LENGTH TKA-PARM-DATA.
018400*----------------------------------------------------------------
018500* 0000-MAINLINE
018600*----------------------------------------------------------------
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018900     IF TKA-RETURN-CODE < 8
019000         PERFORM 2000-SORT-AND-REPORT THRU 2000-EXIT
019100     END-IF
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT
019300     STOP RUN.
019400*----------------------------------------------------------------
019500* 1000-INITIALIZE
019600*----------------------------------------------------------------
019700 1000-INITIALIZE.
019800     IF TKA-PARM-LENGTH > 7
019900         MOVE TKA-PARM-DATA (1:8) TO TKA-RUN-DATE
020000     ELSE
020100         DISPLAY 'TKYCAGE - ENTER RUN DATE (YYYYMMDD): '
020200         ACCEPT TKA-RUN-DATE FROM CONSOLE
020300     END-IF
020400     IF TKA-RUN-DATE IS NOT NUMERIC
020500         DISPLAY 'TKYCAGE - RUN DATE NOT NUMERIC: ' TKA-RUN-DATE
020600         MOVE 16 TO TKA-RETURN-CODE
020700         GO TO 1000-EXIT
020800     END-IF
020900     MOVE TKA-RUN-DATE TO TKA-RUN-DATE-NUM
021000     MOVE SPACES TO TKA-REPORT-FILENAME
021100     STRING TKA-RUN-DATE            DELIMITED BY SIZE
021200            '.kya'                  DELIMITED BY SIZE
021300       INTO TKA-REPORT-FILENAME
021400     END-STRING
021500     OPEN OUTPUT AGE-REPORT-FILE
021600     IF NOT TKA-RPTFILE-OK
021700         DISPLAY 'TKYCAGE - REPORT OPEN FAILED, STATUS '
021800                 TKA-RPTFILE-STATUS
021900         MOVE 16 TO TKA-RETURN-CODE
022000         GO TO 1000-EXIT
022100     END-IF
022110     MOVE 'Y' TO TKA-REPORT-OPEN-SW
022200     MOVE TKA-RUN-DATE TO TKA-TTL-RUN-DATE
022300     MOVE TKA-TITLE-LINE TO AGE-REPORT-LINE
022400     WRITE AGE-REPORT-LINE.
022500 1000-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800* 2000-SORT-AND-REPORT - THE CASE FILE IS IN CUSTOMER ORDER;
022900* SORTING BY OWNING BRANCH AND TRIGGER DATE GROUPS EACH BRANCH'S
023000* CASES WITH THE OLDEST FIRST.
023100*----------------------------------------------------------------
023200 2000-SORT-AND-REPORT.
023300     SORT AGE-SORT-FILE
023400         ON ASCENDING KEY TKS-BRANCH-CODE TKS-TRIGGER-DATE
023500                          TKS-CUSTOMER-ID TKS-CASE-NUMBER
023600         INPUT PROCEDURE IS 2010-READ-CASES THRU 2010-EXIT
023700         OUTPUT PROCEDURE IS 2020-AGING-OUTPUT THRU 2020-EXIT.
023800 2000-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100* 2010-READ-CASES - NO CASE FILE YET MEANS NO TRIGGER HAS EVER
024200* FIRED - SAY SO ON THE REPORT RATHER THAN PRINT AN EMPTY PAGE.
024300*----------------------------------------------------------------
024400 2010-READ-CASES.
024500     MOVE 'N' TO TKA-KYC-EOF-SWITCH
024600     OPEN INPUT KYC-CASE-FILE
024700     IF TKA-KYCFILE-NOT-FOUND
024800         MOVE 'NO KYC CASE FILE ON FILE' TO AGE-REPORT-LINE
024900         WRITE AGE-REPORT-LINE
025000         MOVE 8 TO TKA-RETURN-CODE
025100         GO TO 2010-EXIT
025200     END-IF
025300     IF NOT TKA-KYCFILE-OK
025400         DISPLAY 'TKYCAGE - KYC CASE FILE OPEN FAILED, STATUS '
025500                 TKA-KYCFILE-STATUS
025600         MOVE 16 TO TKA-RETURN-CODE
025700         GO TO 2010-EXIT
025800     END-IF
025900     READ KYC-CASE-FILE NEXT RECORD
026000         AT END SET TKA-KYC-END-OF-FILE TO TRUE
026100     END-READ
026200     PERFORM 2011-RELEASE-ONE-CASE THRU 2011-EXIT
026300         UNTIL TKA-KYC-END-OF-FILE
026400     CLOSE KYC-CASE-FILE.
026500 2010-EXIT.
026600     EXIT.
026700*----------------------------------------------------------------
026800* 2011-RELEASE-ONE-CASE - ONLY UNRESOLVED CASES PAST THE FIRST
026900* BAND GO TO THE SORT.  A CASE WHOSE TRIGGER DATE IS NOT A DATE
027000* CANNOT BE AGED AND IS COUNTED ON THE CONSOLE INSTEAD.
027100*----------------------------------------------------------------
027200 2011-RELEASE-ONE-CASE.
027300     IF KYC-CASE-CLEARED
027400         GO TO 2011-READ-NEXT
027500     END-IF
027600     IF KYC-TRIGGER-DATE IS NOT NUMERIC
027700         ADD 1 TO TKA-SKIPPED-COUNT
027800         GO TO 2011-READ-NEXT
027900     END-IF
028000     MOVE KYC-TRIGGER-DATE TO TKA-TRIGGER-DATE-NUM
028100     COMPUTE TKA-AGE-DAYS =
028200         FUNCTION INTEGER-OF-DATE (TKA-RUN-DATE-NUM)
028300         - FUNCTION INTEGER-OF-DATE (TKA-TRIGGER-DATE-NUM)
028400     IF TKA-AGE-DAYS NOT > TKA-BAND-1-DAYS
028500         GO TO 2011-READ-NEXT
028600     END-IF
028700     MOVE KYC-BRANCH-COUNTRY   TO TKS-BRANCH-CODE (1:2)
028800     MOVE KYC-BRANCH-CITY      TO TKS-BRANCH-CODE (3:4)
028900     MOVE KYC-TRIGGER-DATE     TO TKS-TRIGGER-DATE
029000     MOVE KYC-CUSTOMER-ID      TO TKS-CUSTOMER-ID
029100     MOVE KYC-CASE-NUMBER      TO TKS-CASE-NUMBER
029200     MOVE KYC-CASE-TYPE        TO TKS-CASE-TYPE
029300     MOVE KYC-CASE-STATUS      TO TKS-CASE-STATUS
029400     MOVE TKA-AGE-DAYS         TO TKS-AGE-DAYS
029500     RELEASE AGE-SORT-RECORD.
029600 2011-READ-NEXT.
029700     READ KYC-CASE-FILE NEXT RECORD
029800         AT END SET TKA-KYC-END-OF-FILE TO TRUE
029900     END-READ.
030000 2011-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300* 2020-AGING-OUTPUT - WALK THE SORTED CASES, BREAKING ON BRANCH,
030400* THEN CLOSE WITH THE NETWORK TOTALS.  ANY CASE LISTED AT ALL
030500* IS OVERDUE, SO THE STEP ENDS RC 4.  WHEN THE CASE FILE COULD
030510* NOT BE OPENED THERE IS NOTHING TO TOTAL, SO NOTHING IS WRITTEN.
030600*----------------------------------------------------------------
030700 2020-AGING-OUTPUT.
030710     IF TKA-RETURN-CODE NOT < 16
030720         GO TO 2020-EXIT
030730     END-IF
030800     MOVE 'N' TO TKA-SRT-EOF-SWITCH
030900     MOVE SPACES TO TKA-CURRENT-BRANCH
031000     RETURN AGE-SORT-FILE
031100         AT END SET TKA-SRT-END-OF-FILE TO TRUE
031200     END-RETURN
031300     PERFORM 2021-REPORT-ONE-CASE THRU 2021-EXIT
031400         UNTIL TKA-SRT-END-OF-FILE
031500     IF TKA-CURRENT-BRANCH NOT = SPACES
031600         PERFORM 2200-WRITE-BRANCH-SUMMARY THRU 2200-EXIT
031700     END-IF
031800     MOVE SPACES TO AGE-REPORT-LINE
031900     WRITE AGE-REPORT-LINE
032000     MOVE TKA-TOTAL-BAND-1 TO TKA-NSM-BAND-1
032100     MOVE TKA-TOTAL-BAND-2 TO TKA-NSM-BAND-2
032200     MOVE TKA-TOTAL-BAND-3 TO TKA-NSM-BAND-3
032300     MOVE TKA-NETWORK-SUMMARY TO AGE-REPORT-LINE
032400     WRITE AGE-REPORT-LINE
032500     IF TKA-SKIPPED-COUNT > ZERO
032600         DISPLAY 'TKYCAGE - CASES WITH NO VALID TRIGGER DATE: '
032700                 TKA-SKIPPED-COUNT
032800     END-IF
032900     IF TKA-TOTAL-BAND-1 + TKA-TOTAL-BAND-2 + TKA-TOTAL-BAND-3
033000             > ZERO
033100         AND TKA-RETURN-CODE < 4
033200         MOVE 4 TO TKA-RETURN-CODE
033300     END-IF.
033400 2020-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700* 2021-REPORT-ONE-CASE
033800*----------------------------------------------------------------
033900 2021-REPORT-ONE-CASE.
034000     IF TKS-BRANCH-CODE NOT = TKA-CURRENT-BRANCH
034100         IF TKA-CURRENT-BRANCH NOT = SPACES
034200             PERFORM 2200-WRITE-BRANCH-SUMMARY THRU 2200-EXIT
034300         END-IF
034400         PERFORM 2300-START-BRANCH-SECTION THRU 2300-EXIT
034500     END-IF
034600     MOVE TKS-CUSTOMER-ID      TO TKA-DET-CUSTOMER-ID
034700     MOVE TKS-CASE-NUMBER      TO TKA-DET-CASE-NUMBER
034800     MOVE TKS-CASE-TYPE        TO TKA-DET-CASE-TYPE
034900     MOVE TKS-TRIGGER-DATE     TO TKA-DET-TRIGGER-DATE
035000     IF TKS-CASE-STATUS = 'E'
035100         MOVE 'ESCALATED' TO TKA-DET-STATUS
035200     ELSE
035300         MOVE 'OPEN'      TO TKA-DET-STATUS
035400     END-IF
035500     MOVE TKS-AGE-DAYS         TO TKA-DET-AGE-DAYS
035600     IF TKS-AGE-DAYS > TKA-BAND-3-DAYS
035700         MOVE 'PAST 90' TO TKA-DET-BAND
035800         ADD 1 TO TKA-BRANCH-BAND-3
035900         ADD 1 TO TKA-TOTAL-BAND-3
036000     ELSE
036100         IF TKS-AGE-DAYS > TKA-BAND-2-DAYS
036200             MOVE 'PAST 60' TO TKA-DET-BAND
036300             ADD 1 TO TKA-BRANCH-BAND-2
036400             ADD 1 TO TKA-TOTAL-BAND-2
036500         ELSE
036600             MOVE 'PAST 30' TO TKA-DET-BAND
036700             ADD 1 TO TKA-BRANCH-BAND-1
036800             ADD 1 TO TKA-TOTAL-BAND-1
036900         END-IF
037000     END-IF
037100     MOVE TKA-DETAIL-LINE TO AGE-REPORT-LINE
037200     WRITE AGE-REPORT-LINE
037300     RETURN AGE-SORT-FILE
037400         AT END SET TKA-SRT-END-OF-FILE TO TRUE
037500     END-RETURN.
037600 2021-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900* 2200-WRITE-BRANCH-SUMMARY
038000*----------------------------------------------------------------
038100 2200-WRITE-BRANCH-SUMMARY.
038200     MOVE TKA-BRANCH-BAND-1 TO TKA-BSM-BAND-1
038300     MOVE TKA-BRANCH-BAND-2 TO TKA-BSM-BAND-2
038400     MOVE TKA-BRANCH-BAND-3 TO TKA-BSM-BAND-3
038500     MOVE TKA-BRANCH-SUMMARY TO AGE-REPORT-LINE
038600     WRITE AGE-REPORT-LINE.
038700 2200-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------
039000* 2300-START-BRANCH-SECTION
039100*----------------------------------------------------------------
039200 2300-START-BRANCH-SECTION.
039300     MOVE TKS-BRANCH-CODE TO TKA-CURRENT-BRANCH
039400     MOVE ZERO TO TKA-BRANCH-BAND-1
039500     MOVE ZERO TO TKA-BRANCH-BAND-2
039600     MOVE ZERO TO TKA-BRANCH-BAND-3
039700     MOVE SPACES TO AGE-REPORT-LINE
039800     WRITE AGE-REPORT-LINE
039900     MOVE TKA-CURRENT-BRANCH TO TKA-BHD-BRANCH
040000     MOVE TKA-BRANCH-HEADING TO AGE-REPORT-LINE
040100     WRITE AGE-REPORT-LINE
040200     MOVE TKA-COLUMN-HEADING TO AGE-REPORT-LINE
040300     WRITE AGE-REPORT-LINE.
040400 2300-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700* 9000-TERMINATE
040800*----------------------------------------------------------------
040900 9000-TERMINATE.
041000     IF TKA-REPORT-OPEN
041100         CLOSE AGE-REPORT-FILE
041200     END-IF
041300     MOVE TKA-RETURN-CODE TO RETURN-CODE.
041400 9000-EXIT.
041500     EXIT.
