000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TFEEDBK.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-14  DPG  ORIGINAL PROGRAM - BUILD THE DATA QUALITY
001100*                  FEEDBACK FILE SENT BACK TO ONE BRANCH AFTER THE
001200*                  NIGHTLY RECON: EVERY PROBLEM TREAD FOUND WITH
001300*                  THE BRANCH'S EXTRACT (EXCEPTIONS, DUPLICATE
001400*                  IDS, VOLUME TOLERANCE, TRAILER COUNT, ADDRESS
001500*                  WARNINGS, RETIRED IDS) AND EVERY OWNERSHIP
001600*                  CONFLICT THE BRANCH WAS PARTY TO, ONE FIXED-
001700*                  FORMAT RECORD PER PROBLEM WITH A REASON CODE
001800*                  AND THE FIELD IN ERROR, BETWEEN A HEADER, A
001900*                  SUMMARY OF THE NIGHT'S COUNTS AND A TRAILER.
002000*                  EACH FILE BUILT IS LOGGED ON THE AUDIT TRAIL.
002010* 2026-10-15  DPG  A RECORD AFTER THE TRAILER IS STILL SENT BUT NO
002020*                  LONGER COUNTED AS REJECTED - TREAD NEVER
002030*                  COUNTED IT AS RECEIVED, SO THE ACCEPTED COUNT
002040*                  CAME OUT SHORT.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT BRANCH-CONTROL-FILE ASSIGN TO "BRANCHES.DAT"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS TFB-BRCTLFILE-STATUS.
003100     SELECT STATS-FILE
003200         ASSIGN TO DYNAMIC TFB-STATS-FILENAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS TFB-STSFILE-STATUS.
003500     SELECT EXCEPTION-FILE
003600         ASSIGN TO DYNAMIC TFB-EXCEPTION-FILENAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS TFB-EXCFILE-STATUS.
003900     SELECT CUSTOMER-FILE
004000         ASSIGN TO DYNAMIC TFB-CUSTOMER-FILENAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TFB-CUSTFILE-STATUS.
004300     SELECT CONFLICT-FILE
004400         ASSIGN TO DYNAMIC TFB-CONFLICT-FILENAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS TFB-CFLFILE-STATUS.
004700     SELECT FEEDBACK-FILE
004800         ASSIGN TO DYNAMIC TFB-FEEDBACK-FILENAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS TFB-FBKFILE-STATUS.
005100     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.LST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS TFB-AUDITFILE-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800* THE RECORD LAYOUTS OF BRANCHES.DAT, THE STATS FILE, THE BRANCH
005900* EXTRACT, THE EXCEPTION FILE AND THE CONFLICT REPORT MUST STAY
006000* IN STEP WITH THE FDS OF THE SAME NAMES IN TREAD, WHICH OWNS
006100* THE FILES.
006200*
006300 FD  BRANCH-CONTROL-FILE
006400     RECORD CONTAINS 28 CHARACTERS.
006500 01  BRANCH-CONTROL-RECORD.
006600     05  BRC-BRANCH-CODE.
006700         10  BRC-BRANCH-COUNTRY    PIC X(02).
006800         10  BRC-BRANCH-CITY       PIC X(04).
006900     05  BRC-ACTIVE-FLAG           PIC X(01).
007000     05  BRC-CUTOFF-TIME           PIC X(06).
007100     05  BRC-MIN-COUNT             PIC 9(07).
007200     05  BRC-MAX-COUNT             PIC 9(07).
007300     05  BRC-RECON-MODE            PIC X(01).
007400*
007500 FD  STATS-FILE
007600     RECORD CONTAINS 44 CHARACTERS.
007700 01  STATS-RECORD.
007800     05  STS-BRANCH-CODE       PIC X(06).
007900     05  STS-RESULT            PIC X(07).
008000     05  STS-RECORD-COUNT      PIC 9(07).
008100     05  STS-EXCEPTION-COUNT   PIC 9(07).
008200     05  STS-NEWCUST-COUNT     PIC 9(07).
008300     05  STS-RETURN-CODE       PIC 9(02).
008400     05  STS-RERUN-FLAG        PIC X(01).
008500     05  STS-ADRWARN-COUNT     PIC 9(07).
008600*
008700* ONLY THE CUSTOMER-ID AND THE RECORD TYPE OF THE HEADER, TRAILER
008800* AND ADDRESS VIEWS ARE NEEDED HERE.
008900*
009000 FD  CUSTOMER-FILE
009100     RECORD CONTAINS 70 CHARACTERS.
009200 01  CUSTOMER-DETAILS.
009300     02  CUSTOMER-ID           PIC X(10).
009400     02  FILLER                PIC X(60).
009500 01  CUSTOMER-TYPE-VIEW.
009600     02  CUST-RECORD-TYPE      PIC X(03).
009700         88  CUST-IS-HEADER                  VALUE 'HDR'.
009800         88  CUST-IS-TRAILER                 VALUE 'TRL'.
009900         88  CUST-IS-ADDRESS                 VALUE 'ADR'.
010000     02  FILLER                PIC X(67).
010100*
010200 FD  EXCEPTION-FILE
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  EXCEPTION-LINE            PIC X(80).
010500*
010600 FD  CONFLICT-FILE
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  CONFLICT-LINE             PIC X(80).
010900*
011000* THE FEEDBACK FILE THE BRANCH LOADS INTO ITS CORRECTION QUEUE -
011100* FIXED 80-BYTE RECORDS, THE FIRST BYTE SAYING WHICH VIEW
011200* APPLIES: H HEADER, D ONE PROBLEM, S SUMMARY, T TRAILER (THE
011300* COUNT OF D RECORDS, AS ON THE CRM EXTRACT'S TRAILER).
011400*
011500 FD  FEEDBACK-FILE
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  FBK-HEADER-RECORD.
011800     05  FBK-HDR-RECORD-TYPE   PIC X(01).
011900     05  FBK-HDR-BRANCH-CODE   PIC X(06).
012000     05  FBK-HDR-RUN-DATE      PIC X(08).
012100     05  FBK-HDR-CREATED-DATE  PIC X(08).
012200     05  FBK-HDR-CREATED-TIME  PIC X(06).
012300     05  FBK-HDR-RESULT        PIC X(07).
012400     05  FILLER                PIC X(44).
012500 01  FBK-DETAIL-RECORD.
012600     05  FBK-DTL-RECORD-TYPE   PIC X(01).
012700     05  FBK-DTL-CUSTOMER-ID   PIC X(10).
012800     05  FBK-DTL-REASON-CODE   PIC X(04).
012900     05  FBK-DTL-FIELD         PIC X(08).
013000     05  FBK-DTL-LINE-NUMBER   PIC 9(07).
013100     05  FBK-DTL-DESCRIPTION   PIC X(50).
013200 01  FBK-SUMMARY-RECORD.
013300     05  FBK-SUM-RECORD-TYPE   PIC X(01).
013400     05  FBK-SUM-RECEIVED      PIC 9(07).
013500     05  FBK-SUM-ACCEPTED      PIC 9(07).
013600     05  FBK-SUM-REJECTED      PIC 9(07).
013700     05  FBK-SUM-CONFLICTS     PIC 9(07).
013800     05  FBK-SUM-WARNINGS      PIC 9(07).
013900     05  FILLER                PIC X(44).
014000 01  FBK-TRAILER-RECORD.
014100     05  FBK-TRL-RECORD-TYPE   PIC X(01).
014200     05  FBK-TRL-RECORD-COUNT  PIC 9(07).
014300     05  FILLER                PIC X(72).
014400*
014500 FD  AUDIT-LOG-FILE
014600     RECORD CONTAINS 91 CHARACTERS.
014700 01  AUDIT-LOG-LINE            PIC X(91).
014800*
014900 WORKING-STORAGE SECTION.
015000*----------------------------------------------------------------
015100* SWITCHES
015200*----------------------------------------------------------------
015300 77  TFB-BRCTLFILE-STATUS      PIC X(02)     VALUE SPACES.
015400     88  TFB-BRCTLFILE-OK                    VALUE '00'.
015500 77  TFB-STSFILE-STATUS        PIC X(02)     VALUE SPACES.
015600     88  TFB-STSFILE-OK                      VALUE '00'.
015700     88  TFB-STSFILE-NOT-FOUND               VALUE '35'.
015800 77  TFB-EXCFILE-STATUS        PIC X(02)     VALUE SPACES.
015900     88  TFB-EXCFILE-OK                      VALUE '00'.
016000     88  TFB-EXCFILE-NOT-FOUND               VALUE '35'.
016100 77  TFB-CUSTFILE-STATUS       PIC X(02)     VALUE SPACES.
016200     88  TFB-CUSTFILE-OK                     VALUE '00'.
016300     88  TFB-CUSTFILE-NOT-FOUND              VALUE '35'.
016400 77  TFB-CFLFILE-STATUS        PIC X(02)     VALUE SPACES.
016500     88  TFB-CFLFILE-OK                      VALUE '00'.
016600     88  TFB-CFLFILE-NOT-FOUND               VALUE '35'.
016700 77  TFB-FBKFILE-STATUS        PIC X(02)     VALUE SPACES.
016800     88  TFB-FBKFILE-OK                      VALUE '00'.
016900 77  TFB-AUDITFILE-STATUS      PIC X(02)     VALUE SPACES.
017000     88  TFB-AUDITFILE-OK                    VALUE '00'.
017100*
017200 77  TFB-BRC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
017300     88  TFB-BRC-END-OF-FILE                 VALUE 'Y'.
017400 77  TFB-STS-EOF-SWITCH        PIC X(01)     VALUE 'N'.
017500     88  TFB-STS-END-OF-FILE                 VALUE 'Y'.
017600 77  TFB-EXC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
017700     88  TFB-EXC-END-OF-FILE                 VALUE 'Y'.
017800 77  TFB-CUST-EOF-SWITCH       PIC X(01)     VALUE 'N'.
017900     88  TFB-CUST-END-OF-FILE                VALUE 'Y'.
018000     88  TFB-CUST-NOT-END-OF-FILE            VALUE 'N'.
018100 77  TFB-CFL-EOF-SWITCH        PIC X(01)     VALUE 'N'.
018200     88  TFB-CFL-END-OF-FILE                 VALUE 'Y'.
018300*
018400 77  TFB-BRANCH-FOUND-SW       PIC X(01)     VALUE 'N'.
018500     88  TFB-BRANCH-FOUND                    VALUE 'Y'.
018600 77  TFB-STATS-FOUND-SW        PIC X(01)     VALUE 'N'.
018700     88  TFB-STATS-FOUND                     VALUE 'Y'.
018800 77  TFB-EXTRACT-OPEN-SW       PIC X(01)     VALUE 'N'.
018900     88  TFB-EXTRACT-OPEN                    VALUE 'Y'.
019000     88  TFB-EXTRACT-NOT-OPEN                VALUE 'N'.
019100 77  TFB-NOTHING-TO-SEND-SW    PIC X(01)     VALUE 'N'.
019200     88  TFB-NOTHING-TO-SEND                 VALUE 'Y'.
019300 77  TFB-OUTPUT-OPEN-SW        PIC X(01)     VALUE 'N'.
019400     88  TFB-OUTPUT-OPEN                     VALUE 'Y'.
019500*
019600*----------------------------------------------------------------
019700* RUN CONTROL FIELDS
019800*----------------------------------------------------------------
019900 77  TFB-RUN-DATE              PIC X(08)     VALUE SPACES.
020000 77  TFB-BRANCH-CODE           PIC X(06)     VALUE SPACES.
020100 77  TFB-CUTOFF-TIME           PIC X(06)     VALUE SPACES.
020200 77  TFB-BRANCH-RESULT         PIC X(07)     VALUE SPACES.
020300 77  TFB-RECEIVED-COUNT        PIC 9(07) COMP VALUE ZERO.
020400 77  TFB-STATS-FILENAME        PIC X(30)     VALUE SPACES.
020500 77  TFB-EXCEPTION-FILENAME    PIC X(30)     VALUE SPACES.
020600 77  TFB-CUSTOMER-FILENAME     PIC X(30)     VALUE SPACES.
020700 77  TFB-CONFLICT-FILENAME     PIC X(30)     VALUE SPACES.
020800 77  TFB-FEEDBACK-FILENAME     PIC X(30)     VALUE SPACES.
020900 77  TFB-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
021000 77  TFB-AUD-DATE              PIC 9(08)     VALUE ZERO.
021100 77  TFB-AUD-WALLCLOCK         PIC 9(08)     VALUE ZERO.
021200*
021300 77  TFB-PROBLEM-COUNT         PIC 9(07) COMP VALUE ZERO.
021400 77  TFB-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
021500 77  TFB-CONFLICT-COUNT        PIC 9(07) COMP VALUE ZERO.
021600 77  TFB-WARNING-COUNT         PIC 9(07) COMP VALUE ZERO.
021700 77  TFB-COUNT-EDIT            PIC ZZZZZZ9.
021800*
021900*----------------------------------------------------------------
022000* THE PROBLEM IN HAND, FILLED IN BY WHICHEVER PARAGRAPH
022100* RECOGNISED THE LINE AND WRITTEN BY 7000.
022200*----------------------------------------------------------------
022300 77  TFB-PRB-CUSTOMER-ID       PIC X(10)     VALUE SPACES.
022400 77  TFB-PRB-REASON-CODE       PIC X(04)     VALUE SPACES.
022500 77  TFB-PRB-FIELD             PIC X(08)     VALUE SPACES.
022600 77  TFB-PRB-LINE-NUMBER       PIC 9(07)     VALUE ZERO.
022700 77  TFB-PRB-DESCRIPTION       PIC X(50)     VALUE SPACES.
022800 77  TFB-EXC-LINE-EDITED       PIC ZZZZZZ9.
022900*
023000*----------------------------------------------------------------
023100* EXTRACT POSITIONING - HOW FAR INTO THE BRANCH'S EXTRACT 2200
023200* HAS READ, THE CUSTOMER THE LAST LINE READ BELONGS TO (AN ADR
023300* SEGMENT BELONGS TO THE DETAIL RECORD BEFORE IT), AND THE LAST
023400* DETAIL RECORD'S CUSTOMER-ID.
023500*----------------------------------------------------------------
023600 77  TFB-CUST-LINE-NUMBER      PIC 9(07) COMP VALUE ZERO.
023700 77  TFB-CUST-THIS-ID          PIC X(10)     VALUE SPACES.
023800 77  TFB-CUST-LAST-DETAIL-ID   PIC X(10)     VALUE SPACES.
023900*
024000*----------------------------------------------------------------
024100* REASON TABLE - TREAD'S EXCEPTION REASON TEXT, THE CODE AND
024200* FIELD THE BRANCH IS SENT FOR IT, WHETHER THE LINE NUMBER
024300* POINTS AT A CUSTOMER WORTH NAMING (L), AND WHETHER THE
024400* PROBLEM KEPT A DETAIL RECORD OFF THE MASTER (R).  A REASON NOT
024500* IN THE TABLE GOES OUT AS EXCP WITH ITS TEXT.  A RECORD AFTER
024510* THE TRAILER IS NOT R: TREAD NEVER COUNTS IT AS RECEIVED, SO IT
024520* CANNOT COME OFF THE RECEIVED COUNT EITHER.
024600*----------------------------------------------------------------
024700 01  TFB-REASON-VALUES.
024800     05  FILLER                PIC X(39) VALUE
024900         'EMPTY FILE - NO HEADER   EMPTHEADER  NN'.
025000     05  FILLER                PIC X(39) VALUE
025100         'RECORD AFTER TRAILER     AFTTRECTYPE YN'.
025200     05  FILLER                PIC X(39) VALUE
025300         'MISPLACED HEADER RECORD  MHDRRECTYPE NN'.
025400     05  FILLER                PIC X(39) VALUE
025500         'ADDRESS WITHOUT CUSTOMER ADROADDRESS NN'.
025600     05  FILLER                PIC X(39) VALUE
025700         'BLANK ADDRESS SEGMENT    ADRBADDRESS YN'.
025800     05  FILLER                PIC X(39) VALUE
025900         'BLANK CUSTOMER-ID        BCIDCUSTID  NY'.
026000     05  FILLER                PIC X(39) VALUE
026100         'BLANK CUSTOMER-NAME      BNAMNAME    YY'.
026200     05  FILLER                PIC X(39) VALUE
026300         'HEADER RECORD MISSING    HDRMHEADER  NN'.
026400     05  FILLER                PIC X(39) VALUE
026500         'HEADER BRANCH MISMATCH   HDRBBRANCH  NN'.
026600     05  FILLER                PIC X(39) VALUE
026700         'HEADER DATE MISMATCH     HDRDEXTDATE NN'.
026800     05  FILLER                PIC X(39) VALUE
026900         'EXTRA TRAILER RECORD     XTRLTRAILER NN'.
027000     05  FILLER                PIC X(39) VALUE
027100         'TRAILER COUNT NOT NUMERICTRLNTRLCOUNTNN'.
027200     05  FILLER                PIC X(39) VALUE
027300         'TRAILER RECORD MISSING   TRLMTRAILER NN'.
027400 01  TFB-REASON-TABLE REDEFINES TFB-REASON-VALUES.
027500     05  TFB-REASON-ENTRY OCCURS 13 TIMES
027600                          INDEXED BY TFB-REASON-IDX.
027700         10  TFB-RSN-TEXT          PIC X(25).
027800         10  TFB-RSN-CODE          PIC X(04).
027900         10  TFB-RSN-FIELD         PIC X(08).
028000         10  TFB-RSN-LOOKUP-FLAG   PIC X(01).
028100             88  TFB-RSN-NAMES-CUSTOMER      VALUE 'Y'.
028200         10  TFB-RSN-REJECT-FLAG   PIC X(01).
028300             88  TFB-RSN-REJECTS-RECORD      VALUE 'Y'.
028400 77  TFB-REASON-COUNT          PIC 9(02) COMP VALUE 13.
028500*
028600*----------------------------------------------------------------
028700* AUDIT TRAIL DETAIL LINE LAYOUT - SAME SHAPE AS TMAINT'S LINE,
028800* FLAGGED 'FEEDBK', KEYED ON THE BRANCH CODE: THE RUN DATE THE
028900* FILE REPORTS ON AND HOW MANY PROBLEMS IT CARRIED.  THE DATE
029000* AND TIME ARE WHEN THE FILE WAS BUILT FOR SENDING.
029100*----------------------------------------------------------------
029200 01  TFB-AUDIT-DETAIL.
029300     05  FILLER                PIC X(06) VALUE 'FEEDBK'.
029400     05  TFB-AUD-RUN-DATE      PIC X(08).
029500     05  FILLER                PIC X(01) VALUE SPACE.
029600     05  TFB-AUD-RUN-TIME      PIC X(06).
029700     05  FILLER                PIC X(01) VALUE SPACE.
029800     05  TFB-AUD-OPERATOR      PIC X(03) VALUE 'SYS'.
029900     05  FILLER                PIC X(01) VALUE SPACE.
030000     05  TFB-AUD-FUNCTION      PIC X(03) VALUE 'FBK'.
030100     05  FILLER                PIC X(01) VALUE SPACE.
030200     05  TFB-AUD-KEY           PIC X(10).
030300     05  FILLER                PIC X(05) VALUE ' OLD '.
030400     05  TFB-AUD-OLD-VALUE     PIC X(17).
030500     05  FILLER                PIC X(05) VALUE ' NEW '.
030600     05  TFB-AUD-NEW-VALUE     PIC X(17).
030700*
030800*----------------------------------------------------------------
030900 LINKAGE SECTION.
031000*----------------------------------------------------------------
031100* JCL PARM: POSITIONS 1-8 ARE THE RUN DATE (YYYYMMDD), 9-14 THE
031200* BRANCH CODE (CC + CITY) - THE SAME CONVENTION AS TREAD'S
031300* BRANCH STEPS.  RUN INTERACTIVELY WITH NO PARM, THE VALUES ARE
031400* PROMPTED FOR ON THE CONSOLE.
031500*----------------------------------------------------------------
031600 01  TFB-PARM-LENGTH           PIC S9(04) COMP.
031700 01  TFB-PARM-DATA             PIC X(14).
031800*
031900 PROCEDURE DIVISION USING TFB-PARM-LENGTH TFB-PARM-DATA.
032000*----------------------------------------------------------------
032100* 0000-MAINLINE
032200*----------------------------------------------------------------
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032500     IF TFB-OUTPUT-OPEN
032600         PERFORM 2000-REPORT-EXCEPTIONS THRU 2000-EXIT
032700     END-IF
032800     IF TFB-OUTPUT-OPEN
032900         AND TFB-RETURN-CODE < 16
033000         PERFORM 3000-REPORT-CONFLICTS THRU 3000-EXIT
033100     END-IF
033200     IF TFB-OUTPUT-OPEN
033300         AND TFB-RETURN-CODE < 16
033400         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
033500     END-IF
033600     PERFORM 9000-TERMINATE THRU 9000-EXIT
033700     STOP RUN.
033800*----------------------------------------------------------------
033900* 1000-INITIALIZE - PARM OR CONSOLE, THE BRANCH'S CUTOFF TIME
034000* (PART OF THE EXTRACT AND EXCEPTION FILE NAMES) AND ITS RESULT
034100* ON TONIGHT'S STATS FILE.  ONLY A BRANCH WHOSE EXTRACT WAS READ
034200* HAS ANYTHING TO BE TOLD; A MISSING, CLOSED, SUSPENDED OR
034300* REFUSED NIGHT ENDS THE STEP CLEANLY WITH NO FILE.
034400*----------------------------------------------------------------
034500 1000-INITIALIZE.
034600     IF TFB-PARM-LENGTH > 8
034700         MOVE TFB-PARM-DATA (1:8) TO TFB-RUN-DATE
034800         MOVE TFB-PARM-DATA (9:6) TO TFB-BRANCH-CODE
034900     ELSE
035000         DISPLAY 'TFEEDBK - ENTER RUN DATE (YYYYMMDD): '
035100         ACCEPT TFB-RUN-DATE FROM CONSOLE
035200         DISPLAY 'TFEEDBK - ENTER BRANCH CODE (CCCITY): '
035300         ACCEPT TFB-BRANCH-CODE FROM CONSOLE
035400     END-IF
035500     ACCEPT TFB-AUD-DATE FROM DATE YYYYMMDD
035600     PERFORM 1100-FIND-BRANCH THRU 1100-EXIT
035700     IF TFB-RETURN-CODE NOT < 8
035800         GO TO 1000-EXIT
035900     END-IF
036000     PERFORM 1200-BUILD-FILENAMES THRU 1200-EXIT
036100     PERFORM 1300-FIND-STATS-RECORD THRU 1300-EXIT
036200     IF TFB-RETURN-CODE NOT < 8
036300         GO TO 1000-EXIT
036400     END-IF
036500     IF TFB-BRANCH-RESULT NOT = 'FOUND  '
036600         DISPLAY 'TFEEDBK - BRANCH ' TFB-BRANCH-CODE ' RESULT '
036700                 TFB-BRANCH-RESULT ' - NO FEEDBACK FILE'
036800         SET TFB-NOTHING-TO-SEND TO TRUE
036900         GO TO 1000-EXIT
037000     END-IF
037100     OPEN OUTPUT FEEDBACK-FILE
037200     IF NOT TFB-FBKFILE-OK
037300         DISPLAY 'TFEEDBK - FEEDBACK FILE OPEN FAILED, STATUS '
037400                 TFB-FBKFILE-STATUS
037500         MOVE 16 TO TFB-RETURN-CODE
037600         GO TO 1000-EXIT
037700     END-IF
037800     OPEN EXTEND AUDIT-LOG-FILE
037900     IF NOT TFB-AUDITFILE-OK
038000         DISPLAY 'TFEEDBK - AUDIT LOG OPEN FAILED, STATUS '
038100                 TFB-AUDITFILE-STATUS
038200         MOVE 16 TO TFB-RETURN-CODE
038300         CLOSE FEEDBACK-FILE
038400         GO TO 1000-EXIT
038500     END-IF
038600     SET TFB-OUTPUT-OPEN TO TRUE
038700     ACCEPT TFB-AUD-WALLCLOCK FROM TIME
038800     MOVE SPACES TO FBK-HEADER-RECORD
038900     MOVE 'H'                     TO FBK-HDR-RECORD-TYPE
039000     MOVE TFB-BRANCH-CODE         TO FBK-HDR-BRANCH-CODE
039100     MOVE TFB-RUN-DATE            TO FBK-HDR-RUN-DATE
039200     MOVE TFB-AUD-DATE            TO FBK-HDR-CREATED-DATE
039300     MOVE TFB-AUD-WALLCLOCK (1:6) TO FBK-HDR-CREATED-TIME
039400     MOVE TFB-BRANCH-RESULT       TO FBK-HDR-RESULT
039500     WRITE FBK-HEADER-RECORD.
039600 1000-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900* 1100-FIND-BRANCH - THE BRANCH MUST BE ON BRANCHES.DAT; ITS
040000* CUTOFF TIME IS PART OF THE EXTRACT AND EXCEPTION FILE NAMES.
040100*----------------------------------------------------------------
040200 1100-FIND-BRANCH.
040300     OPEN INPUT BRANCH-CONTROL-FILE
040400     IF NOT TFB-BRCTLFILE-OK
040500         DISPLAY 'TFEEDBK - BRANCH CONTROL FILE OPEN FAILED, '
040600                 'STATUS ' TFB-BRCTLFILE-STATUS
040700         MOVE 16 TO TFB-RETURN-CODE
040800         GO TO 1100-EXIT
040900     END-IF
041000     READ BRANCH-CONTROL-FILE
041100         AT END SET TFB-BRC-END-OF-FILE TO TRUE
041200     END-READ
041300     PERFORM 1110-CHECK-ONE-BRANCH THRU 1110-EXIT
041400         UNTIL TFB-BRC-END-OF-FILE
041500            OR TFB-BRANCH-FOUND
041600     CLOSE BRANCH-CONTROL-FILE
041700     IF NOT TFB-BRANCH-FOUND
041800         DISPLAY 'TFEEDBK - BRANCH NOT ON BRANCHES.DAT: '
041900                 TFB-BRANCH-CODE
042000         MOVE 16 TO TFB-RETURN-CODE
042100     END-IF.
042200 1100-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500* 1110-CHECK-ONE-BRANCH
042600*----------------------------------------------------------------
042700 1110-CHECK-ONE-BRANCH.
042800     IF BRC-BRANCH-CODE = TFB-BRANCH-CODE
042900         MOVE BRC-CUTOFF-TIME TO TFB-CUTOFF-TIME
043000         SET TFB-BRANCH-FOUND TO TRUE
043100         GO TO 1110-EXIT
043200     END-IF
043300     READ BRANCH-CONTROL-FILE
043400         AT END SET TFB-BRC-END-OF-FILE TO TRUE
043500     END-READ.
043600 1110-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900* 1200-BUILD-FILENAMES - TREAD'S NAMES FOR THE BRANCH'S EXTRACT
044000* AND EXCEPTION FILE (DATE-CUTOFF-CC-CITY), THE NIGHT'S STATS
044100* FILE AND CONFLICT REPORT (DATE ONLY), AND THE FEEDBACK FILE
044200* ITSELF, NAMED FOR THE RUN DATE AND BRANCH LIKE THE .CRM
044300* EXTRACT: YYYYMMDD-CC-CITY.FBK.
044400*----------------------------------------------------------------
044500 1200-BUILD-FILENAMES.
044600     MOVE SPACES TO TFB-CUSTOMER-FILENAME
044700     STRING TFB-RUN-DATE            DELIMITED BY SIZE
044800            '-'                     DELIMITED BY SIZE
044900            TFB-CUTOFF-TIME         DELIMITED BY SIZE
045000            '-'                     DELIMITED BY SIZE
045100            TFB-BRANCH-CODE (1:2)   DELIMITED BY SIZE
045200            '-'                     DELIMITED BY SIZE
045300            TFB-BRANCH-CODE (3:4)   DELIMITED BY SIZE
045400            '.dat'                  DELIMITED BY SIZE
045500       INTO TFB-CUSTOMER-FILENAME
045600     END-STRING
045700     MOVE SPACES TO TFB-EXCEPTION-FILENAME
045800     STRING TFB-RUN-DATE            DELIMITED BY SIZE
045900            '-'                     DELIMITED BY SIZE
046000            TFB-CUTOFF-TIME         DELIMITED BY SIZE
046100            '-'                     DELIMITED BY SIZE
046200            TFB-BRANCH-CODE (1:2)   DELIMITED BY SIZE
046300            '-'                     DELIMITED BY SIZE
046400            TFB-BRANCH-CODE (3:4)   DELIMITED BY SIZE
046500            '.exc'                  DELIMITED BY SIZE
046600       INTO TFB-EXCEPTION-FILENAME
046700     END-STRING
046800     MOVE SPACES TO TFB-STATS-FILENAME
046900     STRING TFB-RUN-DATE            DELIMITED BY SIZE
047000            '.sts'                  DELIMITED BY SIZE
047100       INTO TFB-STATS-FILENAME
047200     END-STRING
047300     MOVE SPACES TO TFB-CONFLICT-FILENAME
047400     STRING TFB-RUN-DATE            DELIMITED BY SIZE
047500            '.cfl'                  DELIMITED BY SIZE
047600       INTO TFB-CONFLICT-FILENAME
047700     END-STRING
047800     MOVE SPACES TO TFB-FEEDBACK-FILENAME
047900     STRING TFB-RUN-DATE            DELIMITED BY SIZE
048000            '-'                     DELIMITED BY SIZE
048100            TFB-BRANCH-CODE (1:2)   DELIMITED BY SIZE
048200            '-'                     DELIMITED BY SIZE
048300            TFB-BRANCH-CODE (3:4)   DELIMITED BY SIZE
048400            '.fbk'                  DELIMITED BY SIZE
048500       INTO TFB-FEEDBACK-FILENAME
048600     END-STRING.
048700 1200-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000* 1300-FIND-STATS-RECORD - A SWEEP OR SANCTIONED RERUN REPLACES
049100* THE BRANCH'S RECORD, BUT THE LAST ONE FOR THE BRANCH IS TAKEN
049200* ALL THE SAME.  NO RECORD AT ALL MEANS THE BRANCH'S STEP NEVER
049300* GOT AS FAR AS WRITING ONE - THAT IS FOR OPERATIONS, NOT THE
049400* BRANCH.
049500*----------------------------------------------------------------
049600 1300-FIND-STATS-RECORD.
049700     OPEN INPUT STATS-FILE
049800     IF NOT TFB-STSFILE-OK
049900         DISPLAY 'TFEEDBK - STATS FILE OPEN FAILED, STATUS '
050000                 TFB-STSFILE-STATUS ' ' TFB-STATS-FILENAME
050100         MOVE 16 TO TFB-RETURN-CODE
050200         GO TO 1300-EXIT
050300     END-IF
050400     READ STATS-FILE
050500         AT END SET TFB-STS-END-OF-FILE TO TRUE
050600     END-READ
050700     PERFORM 1310-CHECK-ONE-STATS THRU 1310-EXIT
050800         UNTIL TFB-STS-END-OF-FILE
050900     CLOSE STATS-FILE
051000     IF NOT TFB-STATS-FOUND
051100         DISPLAY 'TFEEDBK - NO STATS RECORD FOR BRANCH '
051200                 TFB-BRANCH-CODE ' ON ' TFB-STATS-FILENAME
051300         MOVE 8 TO TFB-RETURN-CODE
051400     END-IF.
051500 1300-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800* 1310-CHECK-ONE-STATS
051900*----------------------------------------------------------------
052000 1310-CHECK-ONE-STATS.
052100     IF STS-BRANCH-CODE = TFB-BRANCH-CODE
052200         MOVE STS-RESULT       TO TFB-BRANCH-RESULT
052300         MOVE STS-RECORD-COUNT TO TFB-RECEIVED-COUNT
052400         SET TFB-STATS-FOUND TO TRUE
052500     END-IF
052600     READ STATS-FILE
052700         AT END SET TFB-STS-END-OF-FILE TO TRUE
052800     END-READ.
052900 1310-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------
053200* 2000-REPORT-EXCEPTIONS - EVERY LINE ON THE BRANCH'S EXCEPTION
053300* FILE THAT NAMES A PROBLEM BECOMES ONE FEEDBACK RECORD.  THE
053400* EXTRACT ITSELF IS OPENED ALONGSIDE SO A LINE NUMBERED EXCEPTION
053500* CAN NAME THE CUSTOMER ON THAT LINE; IF THE EXTRACT HAS GONE,
053600* THE RECORD GOES OUT WITH THE LINE NUMBER ALONE.
053700*----------------------------------------------------------------
053800 2000-REPORT-EXCEPTIONS.
053900     OPEN INPUT EXCEPTION-FILE
054000     IF TFB-EXCFILE-NOT-FOUND
054100         DISPLAY 'TFEEDBK - NO EXCEPTION FILE '
054200                 TFB-EXCEPTION-FILENAME
054300         GO TO 2000-EXIT
054400     END-IF
054500     IF NOT TFB-EXCFILE-OK
054600         DISPLAY 'TFEEDBK - EXCEPTION FILE OPEN FAILED, STATUS '
054700                 TFB-EXCFILE-STATUS
054800         MOVE 16 TO TFB-RETURN-CODE
054900         GO TO 2000-EXIT
055000     END-IF
055100     PERFORM 2210-OPEN-EXTRACT THRU 2210-EXIT
055200     READ EXCEPTION-FILE
055300         AT END SET TFB-EXC-END-OF-FILE TO TRUE
055400     END-READ
055500     PERFORM 2100-REPORT-ONE-LINE THRU 2100-EXIT
055600         UNTIL TFB-EXC-END-OF-FILE
055700     CLOSE EXCEPTION-FILE
055800     IF TFB-EXTRACT-OPEN
055900         CLOSE CUSTOMER-FILE
056000     END-IF.
056100 2000-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400* 2100-REPORT-ONE-LINE - THE LINE'S OPENING WORDS SAY WHICH OF
056500* TREAD'S LAYOUTS IT IS.
056600*----------------------------------------------------------------
056700 2100-REPORT-ONE-LINE.
056800     MOVE SPACES TO TFB-PRB-CUSTOMER-ID
056900     MOVE SPACES TO TFB-PRB-FIELD
057000     MOVE SPACES TO TFB-PRB-DESCRIPTION
057100     MOVE ZERO   TO TFB-PRB-LINE-NUMBER
057200     IF EXCEPTION-LINE (1:5) = 'LINE '
057300         AND EXCEPTION-LINE (13:17) = ' ADDRESS WARNING '
057400         PERFORM 2120-ADDRESS-WARNING THRU 2120-EXIT
057500         GO TO 2100-READ-NEXT
057600     END-IF
057700     IF EXCEPTION-LINE (1:5) = 'LINE '
057800         PERFORM 2110-RECORD-EXCEPTION THRU 2110-EXIT
057900         GO TO 2100-READ-NEXT
058000     END-IF
058100     IF EXCEPTION-LINE (1:7) = 'BRANCH '
058200         MOVE 'VOLM'                  TO TFB-PRB-REASON-CODE
058300         MOVE 'RECCOUNT'              TO TFB-PRB-FIELD
058400         MOVE EXCEPTION-LINE (16:40)  TO TFB-PRB-DESCRIPTION
058500         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
058600         GO TO 2100-READ-NEXT
058700     END-IF
058800     IF EXCEPTION-LINE (1:14) = 'TRAILER COUNT '
058900         MOVE 'TCNT'                  TO TFB-PRB-REASON-CODE
059000         MOVE 'TRLCOUNT'              TO TFB-PRB-FIELD
059100         MOVE EXCEPTION-LINE (1:50)   TO TFB-PRB-DESCRIPTION
059200         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
059300         GO TO 2100-READ-NEXT
059400     END-IF
059500     IF EXCEPTION-LINE (1:22) = 'DUPLICATE CUSTOMER-ID '
059600         MOVE EXCEPTION-LINE (23:10)  TO TFB-PRB-CUSTOMER-ID
059700         MOVE 'DUPL'                  TO TFB-PRB-REASON-CODE
059800         MOVE 'CUSTID'                TO TFB-PRB-FIELD
059900         MOVE 'SENT MORE THAN ONCE, LOADED ONCE'
060000                                      TO TFB-PRB-DESCRIPTION
060100         ADD 1 TO TFB-REJECT-COUNT
060200         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
060300         GO TO 2100-READ-NEXT
060400     END-IF
060500     IF EXCEPTION-LINE (1:20) = 'RETIRED CUSTOMER-ID '
060600         MOVE EXCEPTION-LINE (21:10)  TO TFB-PRB-CUSTOMER-ID
060700         MOVE 'RTRD'                  TO TFB-PRB-REASON-CODE
060800         MOVE 'CUSTID'                TO TFB-PRB-FIELD
060900         MOVE EXCEPTION-LINE (32:22)  TO TFB-PRB-DESCRIPTION
061000         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
061100     END-IF.
061200 2100-READ-NEXT.
061300     READ EXCEPTION-FILE
061400         AT END SET TFB-EXC-END-OF-FILE TO TRUE
061500     END-READ.
061600 2100-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900* 2110-RECORD-EXCEPTION - A REJECTED OR OUT-OF-PLACE RECORD,
062000* QUOTED BY LINE NUMBER AND REASON TEXT.
062100*----------------------------------------------------------------
062200 2110-RECORD-EXCEPTION.
062300     MOVE EXCEPTION-LINE (6:7)  TO TFB-EXC-LINE-EDITED
062400     MOVE TFB-EXC-LINE-EDITED   TO TFB-PRB-LINE-NUMBER
062500     MOVE EXCEPTION-LINE (50:25) TO TFB-PRB-DESCRIPTION
062600     SET TFB-REASON-IDX TO 1
062700     SEARCH TFB-REASON-ENTRY
062800         AT END
062900             MOVE 'EXCP' TO TFB-PRB-REASON-CODE
063000             PERFORM 2200-LOCATE-CUSTOMER THRU 2200-EXIT
063100         WHEN TFB-RSN-TEXT (TFB-REASON-IDX)
063200              = EXCEPTION-LINE (50:25)
063300             MOVE TFB-RSN-CODE (TFB-REASON-IDX)
063400                                  TO TFB-PRB-REASON-CODE
063500             MOVE TFB-RSN-FIELD (TFB-REASON-IDX)
063600                                  TO TFB-PRB-FIELD
063700             IF TFB-RSN-NAMES-CUSTOMER (TFB-REASON-IDX)
063800                 PERFORM 2200-LOCATE-CUSTOMER THRU 2200-EXIT
063900             END-IF
064000             IF TFB-RSN-REJECTS-RECORD (TFB-REASON-IDX)
064100                 ADD 1 TO TFB-REJECT-COUNT
064200             END-IF
064300     END-SEARCH
064400     PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT.
064500 2110-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800* 2120-ADDRESS-WARNING - THE CUSTOMER STILL LOADED; THE LINE
064900* ALREADY NAMES THE CUSTOMER, THE FIELD AND THE VALUE SENT.
065000*----------------------------------------------------------------
065100 2120-ADDRESS-WARNING.
065200     MOVE EXCEPTION-LINE (6:7)   TO TFB-EXC-LINE-EDITED
065300     MOVE TFB-EXC-LINE-EDITED    TO TFB-PRB-LINE-NUMBER
065400     MOVE EXCEPTION-LINE (62:10) TO TFB-PRB-CUSTOMER-ID
065500     MOVE 'ADRW'                 TO TFB-PRB-REASON-CODE
065600     MOVE EXCEPTION-LINE (30:6)  TO TFB-PRB-FIELD
065700     MOVE EXCEPTION-LINE (37:15) TO TFB-PRB-DESCRIPTION
065800     ADD 1 TO TFB-WARNING-COUNT
065900     PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT.
066000 2120-EXIT.
066100     EXIT.
066200*----------------------------------------------------------------
066300* 2200-LOCATE-CUSTOMER - READ THE EXTRACT FORWARD TO THE LINE THE
066400* EXCEPTION QUOTES.  TREAD WRITES ITS LINES IN READING ORDER, BUT
066500* A LINE BEHIND THE ONE IN HAND SIMPLY STARTS THE EXTRACT AGAIN.
066600*----------------------------------------------------------------
066700 2200-LOCATE-CUSTOMER.
066800     IF TFB-EXTRACT-NOT-OPEN
066900         GO TO 2200-EXIT
067000     END-IF
067100     IF TFB-PRB-LINE-NUMBER < TFB-CUST-LINE-NUMBER
067200         CLOSE CUSTOMER-FILE
067300         PERFORM 2210-OPEN-EXTRACT THRU 2210-EXIT
067400         IF TFB-EXTRACT-NOT-OPEN
067500             GO TO 2200-EXIT
067600         END-IF
067700     END-IF
067800     PERFORM 2220-READ-EXTRACT THRU 2220-EXIT
067900         UNTIL TFB-CUST-LINE-NUMBER NOT < TFB-PRB-LINE-NUMBER
068000            OR TFB-CUST-END-OF-FILE
068100     IF TFB-CUST-LINE-NUMBER = TFB-PRB-LINE-NUMBER
068200         MOVE TFB-CUST-THIS-ID TO TFB-PRB-CUSTOMER-ID
068300     END-IF.
068400 2200-EXIT.
068500     EXIT.
068600*----------------------------------------------------------------
068700* 2210-OPEN-EXTRACT
068800*----------------------------------------------------------------
068900 2210-OPEN-EXTRACT.
069000     MOVE 'N' TO TFB-EXTRACT-OPEN-SW
069100     MOVE 'N' TO TFB-CUST-EOF-SWITCH
069200     MOVE ZERO   TO TFB-CUST-LINE-NUMBER
069300     MOVE SPACES TO TFB-CUST-THIS-ID
069400     MOVE SPACES TO TFB-CUST-LAST-DETAIL-ID
069500     OPEN INPUT CUSTOMER-FILE
069600     IF TFB-CUSTFILE-OK
069700         SET TFB-EXTRACT-OPEN TO TRUE
069800     ELSE
069900         DISPLAY 'TFEEDBK - EXTRACT NOT AVAILABLE, STATUS '
070000                 TFB-CUSTFILE-STATUS ' ' TFB-CUSTOMER-FILENAME
070100     END-IF.
070200 2210-EXIT.
070300     EXIT.
070400*----------------------------------------------------------------
070500* 2220-READ-EXTRACT - AN ADR SEGMENT BELONGS TO THE DETAIL RECORD
070600* BEFORE IT; A HEADER OR TRAILER BELONGS TO NO CUSTOMER.
070700*----------------------------------------------------------------
070800 2220-READ-EXTRACT.
070900     READ CUSTOMER-FILE
071000         AT END SET TFB-CUST-END-OF-FILE TO TRUE
071100     END-READ
071200     IF TFB-CUST-END-OF-FILE
071300         GO TO 2220-EXIT
071400     END-IF
071500     ADD 1 TO TFB-CUST-LINE-NUMBER
071600     IF CUST-IS-HEADER OR CUST-IS-TRAILER
071700         MOVE SPACES TO TFB-CUST-THIS-ID
071800         GO TO 2220-EXIT
071900     END-IF
072000     IF CUST-IS-ADDRESS
072100         MOVE TFB-CUST-LAST-DETAIL-ID TO TFB-CUST-THIS-ID
072200         GO TO 2220-EXIT
072300     END-IF
072400     MOVE CUSTOMER-ID TO TFB-CUST-THIS-ID
072500     MOVE CUSTOMER-ID TO TFB-CUST-LAST-DETAIL-ID.
072600 2220-EXIT.
072700     EXIT.
072800*----------------------------------------------------------------
072900* 3000-REPORT-CONFLICTS - THE NIGHT'S CONFLICT REPORT IS
073000* NETWORK-WIDE.  A CONFLICT IS THE BRANCH'S BUSINESS WHETHER IT
073100* HOLDS THE CUSTOMER OR MADE THE CLAIM, SO BOTH SIDES ARE TOLD.
073200*----------------------------------------------------------------
073300 3000-REPORT-CONFLICTS.
073400     OPEN INPUT CONFLICT-FILE
073500     IF TFB-CFLFILE-NOT-FOUND
073600         GO TO 3000-EXIT
073700     END-IF
073800     IF NOT TFB-CFLFILE-OK
073900         DISPLAY 'TFEEDBK - CONFLICT FILE OPEN FAILED, STATUS '
074000                 TFB-CFLFILE-STATUS
074100         MOVE 16 TO TFB-RETURN-CODE
074200         GO TO 3000-EXIT
074300     END-IF
074400     READ CONFLICT-FILE
074500         AT END SET TFB-CFL-END-OF-FILE TO TRUE
074600     END-READ
074700     PERFORM 3100-CHECK-ONE-CONFLICT THRU 3100-EXIT
074800         UNTIL TFB-CFL-END-OF-FILE
074900     CLOSE CONFLICT-FILE.
075000 3000-EXIT.
075100     EXIT.
075200*----------------------------------------------------------------
075300* 3100-CHECK-ONE-CONFLICT - THE HELD BRANCH IS AT 36 (CC) AND 39
075400* (CITY), THE CLAIMING BRANCH AT 52 AND 55, ON TREAD'S LINE.
075500*----------------------------------------------------------------
075600 3100-CHECK-ONE-CONFLICT.
075700     IF CONFLICT-LINE (1:19) NOT = 'OWNERSHIP CONFLICT '
075800         GO TO 3100-READ-NEXT
075900     END-IF
076000     IF (CONFLICT-LINE (36:2) = TFB-BRANCH-CODE (1:2)
076100         AND CONFLICT-LINE (39:4) = TFB-BRANCH-CODE (3:4))
076200        OR (CONFLICT-LINE (52:2) = TFB-BRANCH-CODE (1:2)
076300         AND CONFLICT-LINE (55:4) = TFB-BRANCH-CODE (3:4))
076400         MOVE CONFLICT-LINE (20:10) TO TFB-PRB-CUSTOMER-ID
076500         MOVE 'CONF'                TO TFB-PRB-REASON-CODE
076600         MOVE 'BRANCH'              TO TFB-PRB-FIELD
076700         MOVE ZERO                  TO TFB-PRB-LINE-NUMBER
076800         MOVE CONFLICT-LINE (31:28) TO TFB-PRB-DESCRIPTION
076900         ADD 1 TO TFB-CONFLICT-COUNT
077000         PERFORM 7000-WRITE-PROBLEM THRU 7000-EXIT
077100     END-IF.
077200 3100-READ-NEXT.
077300     READ CONFLICT-FILE
077400         AT END SET TFB-CFL-END-OF-FILE TO TRUE
077500     END-READ.
077600 3100-EXIT.
077700     EXIT.
077800*----------------------------------------------------------------
077900* 7000-WRITE-PROBLEM
078000*----------------------------------------------------------------
078100 7000-WRITE-PROBLEM.
078200     MOVE SPACES TO FBK-DETAIL-RECORD
078300     MOVE 'D'                 TO FBK-DTL-RECORD-TYPE
078400     MOVE TFB-PRB-CUSTOMER-ID TO FBK-DTL-CUSTOMER-ID
078500     MOVE TFB-PRB-REASON-CODE TO FBK-DTL-REASON-CODE
078600     MOVE TFB-PRB-FIELD       TO FBK-DTL-FIELD
078700     MOVE TFB-PRB-LINE-NUMBER TO FBK-DTL-LINE-NUMBER
078800     MOVE TFB-PRB-DESCRIPTION TO FBK-DTL-DESCRIPTION
078900     WRITE FBK-DETAIL-RECORD
079000     ADD 1 TO TFB-PROBLEM-COUNT.
079100 7000-EXIT.
079200     EXIT.
079300*----------------------------------------------------------------
079400* 8000-WRITE-SUMMARY - RECEIVED IS THE DETAIL RECORD COUNT FROM
079500* THE STATS FILE; ACCEPTED IS WHAT WAS LEFT OF IT AFTER THE
079600* REJECTED RECORDS AND THE DUPLICATES.  THEN THE TRAILER, AND
079700* THE AUDIT LINE THAT SHOWS WHEN THE BRANCH WAS TOLD.
079800*----------------------------------------------------------------
079900 8000-WRITE-SUMMARY.
080000     MOVE SPACES TO FBK-SUMMARY-RECORD
080100     MOVE 'S'                TO FBK-SUM-RECORD-TYPE
080200     MOVE TFB-RECEIVED-COUNT TO FBK-SUM-RECEIVED
080300     IF TFB-REJECT-COUNT < TFB-RECEIVED-COUNT
080400         COMPUTE FBK-SUM-ACCEPTED =
080500                 TFB-RECEIVED-COUNT - TFB-REJECT-COUNT
080600     ELSE
080700         MOVE ZERO TO FBK-SUM-ACCEPTED
080800     END-IF
080900     MOVE TFB-REJECT-COUNT   TO FBK-SUM-REJECTED
081000     MOVE TFB-CONFLICT-COUNT TO FBK-SUM-CONFLICTS
081100     MOVE TFB-WARNING-COUNT  TO FBK-SUM-WARNINGS
081200     WRITE FBK-SUMMARY-RECORD
081300     MOVE SPACES TO FBK-TRAILER-RECORD
081400     MOVE 'T'               TO FBK-TRL-RECORD-TYPE
081500     MOVE TFB-PROBLEM-COUNT TO FBK-TRL-RECORD-COUNT
081600     WRITE FBK-TRAILER-RECORD
081700     PERFORM 8100-WRITE-AUDIT-LINE THRU 8100-EXIT
081800     MOVE TFB-PROBLEM-COUNT TO TFB-COUNT-EDIT
081900     DISPLAY 'TFEEDBK - ' TFB-FEEDBACK-FILENAME ' PROBLEMS '
082000             TFB-COUNT-EDIT.
082100 8000-EXIT.
082200     EXIT.
082300*----------------------------------------------------------------
082400* 8100-WRITE-AUDIT-LINE
082500*----------------------------------------------------------------
082600 8100-WRITE-AUDIT-LINE.
082700     ACCEPT TFB-AUD-WALLCLOCK FROM TIME
082800     MOVE TFB-AUD-DATE            TO TFB-AUD-RUN-DATE
082900     MOVE TFB-AUD-WALLCLOCK (1:6) TO TFB-AUD-RUN-TIME
083000     MOVE TFB-BRANCH-CODE         TO TFB-AUD-KEY
083100     MOVE SPACES TO TFB-AUD-OLD-VALUE
083200     STRING 'RUN '                  DELIMITED BY SIZE
083300            TFB-RUN-DATE            DELIMITED BY SIZE
083400       INTO TFB-AUD-OLD-VALUE
083500     END-STRING
083600     MOVE TFB-PROBLEM-COUNT TO TFB-COUNT-EDIT
083700     MOVE SPACES TO TFB-AUD-NEW-VALUE
083800     STRING 'PROBLEMS '             DELIMITED BY SIZE
083900            TFB-COUNT-EDIT          DELIMITED BY SIZE
084000       INTO TFB-AUD-NEW-VALUE
084100     END-STRING
084200     MOVE TFB-AUDIT-DETAIL TO AUDIT-LOG-LINE
084300     WRITE AUDIT-LOG-LINE.
084400 8100-EXIT.
084500     EXIT.
084600*----------------------------------------------------------------
084700* 9000-TERMINATE - A FEEDBACK FILE LEFT WITHOUT ITS TRAILER BY A
084800* FAILED READ IS NOT AUDITED AS SENT; THE RC 16 STOPS IT GOING.
084900*----------------------------------------------------------------
085000 9000-TERMINATE.
085100     IF TFB-OUTPUT-OPEN
085200         CLOSE FEEDBACK-FILE
085300         CLOSE AUDIT-LOG-FILE
085400     END-IF
085500     MOVE TFB-RETURN-CODE TO RETURN-CODE.
085600 9000-EXIT.
085700     EXIT.
