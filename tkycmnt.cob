000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TKYCMNT.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-05.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-05  DPG  ORIGINAL PROGRAM - CONSOLE WORK QUEUE FOR THE
001100*                  KYC CASE FILE (KYCCASE.DAT) THAT TREAD AND
001200*                  TDUPSCAN OPEN CASES ON.  COMPLIANCE LOOKS UP
001300*                  A CUSTOMER'S CASES, LISTS THE UNRESOLVED ONES
001400*                  (ALL OR ONE BRANCH), AND CLEARS OR ESCALATES
001500*                  A CASE.  EVERY CLEAR/ESCALATE APPENDS A LINE
001600*                  TO THE SAME AUDIT LOG TREAD WRITES, FLAGGED
001700*                  'KYC', SHOWING WHO MOVED WHICH CASE FROM WHAT.
001800*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-370.
002200 OBJECT-COMPUTER. IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT KYC-CASE-FILE ASSIGN TO "KYCCASE.DAT"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS KYC-KEY
002900         FILE STATUS IS TKM-KYCFILE-STATUS.
003000     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.LST"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS TKM-AUDITFILE-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600*
003700* THE RECORD LAYOUT MUST STAY IN STEP WITH FD KYC-CASE-FILE IN
003800* TREAD, WHICH OWNS THE FILE.
003900*
004000 FD  KYC-CASE-FILE.
004100 01  KYC-CASE-RECORD.
004200     05  KYC-KEY.
004300         10  KYC-CUSTOMER-ID   PIC X(10).
004400         10  KYC-CASE-NUMBER   PIC 9(05).
004500     05  KYC-CASE-TYPE         PIC X(04).
004600     05  KYC-TRIGGER-DATE      PIC X(08).
004700     05  KYC-BRANCH-COUNTRY    PIC X(02).
004800     05  KYC-BRANCH-CITY       PIC X(04).
004900     05  KYC-SOURCE-PROGRAM    PIC X(08).
005000     05  KYC-CASE-STATUS       PIC X(01).
005100         88  KYC-CASE-OPEN                   VALUE 'O'.
005200         88  KYC-CASE-ESCALATED              VALUE 'E'.
005300         88  KYC-CASE-CLEARED                VALUE 'C'.
005400     05  KYC-OLD-VALUE         PIC X(65).
005500     05  KYC-NEW-VALUE         PIC X(65).
005600     05  KYC-ACTION-DATE       PIC X(08).
005700     05  KYC-ACTION-OPERATOR   PIC X(03).
005800     05  KYC-ACTION-NOTE       PIC X(30).
005900*
006000 FD  AUDIT-LOG-FILE
006100     RECORD CONTAINS 91 CHARACTERS.
006200 01  AUDIT-LOG-LINE            PIC X(91).
006300*
006400 WORKING-STORAGE SECTION.
006500*----------------------------------------------------------------
006600* SWITCHES
006700*----------------------------------------------------------------
006800 77  TKM-KYCFILE-STATUS        PIC X(02)     VALUE SPACES.
006900     88  TKM-KYCFILE-OK                      VALUE '00'.
007000     88  TKM-KYCFILE-NOT-FOUND               VALUE '35'.
007100*
007200 77  TKM-AUDITFILE-STATUS      PIC X(02)     VALUE SPACES.
007300     88  TKM-AUDITFILE-OK                    VALUE '00'.
007400*
007500 77  TKM-END-SWITCH            PIC X(01)     VALUE 'N'.
007600     88  TKM-END-REQUESTED                   VALUE 'Y'.
007700*
007800 77  TKM-FOUND-SWITCH          PIC X(01)     VALUE 'N'.
007900     88  TKM-CASE-FOUND                      VALUE 'Y'.
008000     88  TKM-CASE-NOT-FOUND                  VALUE 'N'.
008100*
008200 77  TKM-KYC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
008300     88  TKM-KYC-END-OF-FILE                 VALUE 'Y'.
008400     88  TKM-KYC-NOT-END-OF-FILE             VALUE 'N'.
008500*
008600*----------------------------------------------------------------
008700* COMMAND FIELDS
008800*----------------------------------------------------------------
008900 77  TKM-OPERATOR-ID           PIC X(03)     VALUE SPACES.
009000 77  TKM-FUNCTION              PIC X(03)     VALUE SPACES.
009100     88  TKM-FUNC-INQUIRE                    VALUE 'INQ'.
009200     88  TKM-FUNC-LIST                       VALUE 'LST'.
009300     88  TKM-FUNC-CLEAR                      VALUE 'CLR'.
009400     88  TKM-FUNC-ESCALATE                   VALUE 'ESC'.
009500     88  TKM-FUNC-END                        VALUE 'END'.
009600 77  TKM-WORK-KEY              PIC X(10)     VALUE SPACES.
009700 77  TKM-WORK-CASE-NUMBER      PIC 9(05)     VALUE ZERO.
009800 77  TKM-NOTE                  PIC X(30)     VALUE SPACES.
009900 77  TKM-CONFIRM               PIC X(01)     VALUE SPACE.
010000 77  TKM-LIST-BRANCH           PIC X(06)     VALUE SPACES.
010100 77  TKM-LIST-COUNT            PIC 9(07) COMP VALUE ZERO.
010200 77  TKM-LIST-COUNT-EDIT       PIC ZZZZZZ9.
010300 77  TKM-STATUS-TEXT           PIC X(09)     VALUE SPACES.
010400 77  TKM-AUD-DATE              PIC 9(08)     VALUE ZERO.
010500 77  TKM-AUD-WALLCLOCK         PIC 9(08)     VALUE ZERO.
010600 77  TKM-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
010700*
010800*----------------------------------------------------------------
010900* AUDIT TRAIL DETAIL LINE LAYOUT - THE SAME SHAPE AS TMAINT'S
011000* 'MAINT' LINE, FLAGGED 'KYC' SO THE AUDITORS CAN PICK OUT
011100* COMPLIANCE DECISIONS.  THE OLD VALUE IS THE CASE TYPE, CASE
011200* NUMBER AND STATUS BEFORE THE ACTION.
011300*----------------------------------------------------------------
011400 01  TKM-AUDIT-DETAIL.
011500     05  FILLER                PIC X(06) VALUE 'KYC   '.
011600     05  TKM-AUD-RUN-DATE      PIC X(08).
011700     05  FILLER                PIC X(01) VALUE SPACE.
011800     05  TKM-AUD-RUN-TIME      PIC X(06).
011900     05  FILLER                PIC X(01) VALUE SPACE.
012000     05  TKM-AUD-OPERATOR      PIC X(03).
012100     05  FILLER                PIC X(01) VALUE SPACE.
012200     05  TKM-AUD-FUNCTION      PIC X(03).
012300     05  FILLER                PIC X(01) VALUE SPACE.
012400     05  TKM-AUD-KEY           PIC X(10).
012500     05  FILLER                PIC X(05) VALUE ' OLD '.
012600     05  TKM-AUD-OLD-VALUE     PIC X(17).
012700     05  FILLER                PIC X(05) VALUE ' NEW '.
012800     05  TKM-AUD-NEW-VALUE     PIC X(17).
012900*
013000 PROCEDURE DIVISION.
013100*----------------------------------------------------------------
013200* 0000-MAINLINE
013300*----------------------------------------------------------------
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013600     IF TKM-RETURN-CODE < 16
013700         PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
013800             UNTIL TKM-END-REQUESTED
013900     END-IF
014000     PERFORM 9000-TERMINATE THRU 9000-EXIT
014100     STOP RUN.
014200*----------------------------------------------------------------
014300* 1000-INITIALIZE - THE CASE FILE MUST ALREADY EXIST (TREAD
014400* CREATES IT ON ITS FIRST LOAD), AND THE AUDIT LOG MUST BE
014500* WRITABLE BEFORE ANY CASE IS MOVED.
014600*----------------------------------------------------------------
014700 1000-INITIALIZE.
014800     OPEN I-O KYC-CASE-FILE
014900     IF TKM-KYCFILE-NOT-FOUND
015000         DISPLAY 'TKYCMNT - NO KYC CASE FILE ON FILE'
015100         MOVE 16 TO TKM-RETURN-CODE
015200         GO TO 1000-EXIT
015300     END-IF
015400     IF NOT TKM-KYCFILE-OK
015500         DISPLAY 'TKYCMNT - KYC CASE FILE OPEN FAILED, STATUS '
015600                 TKM-KYCFILE-STATUS
015700         MOVE 16 TO TKM-RETURN-CODE
015800         GO TO 1000-EXIT
015900     END-IF
016000     OPEN EXTEND AUDIT-LOG-FILE
016100     IF NOT TKM-AUDITFILE-OK
016200         DISPLAY 'TKYCMNT - AUDIT LOG OPEN FAILED, STATUS '
016300                 TKM-AUDITFILE-STATUS
016400         MOVE 16 TO TKM-RETURN-CODE
016500         CLOSE KYC-CASE-FILE
016600         GO TO 1000-EXIT
016700     END-IF
016800     DISPLAY 'TKYCMNT - ENTER OPERATOR INITIALS (3): '
016900     ACCEPT TKM-OPERATOR-ID FROM CONSOLE
017000     IF TKM-OPERATOR-ID = SPACES
017100         DISPLAY 'TKYCMNT - OPERATOR INITIALS REQUIRED'
017200         MOVE 16 TO TKM-RETURN-CODE
017300         CLOSE KYC-CASE-FILE
017400         CLOSE AUDIT-LOG-FILE
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------
017900* 2000-PROCESS-ONE-COMMAND
018000*----------------------------------------------------------------
018100 2000-PROCESS-ONE-COMMAND.
018200     DISPLAY 'TKYCMNT - FUNCTION (INQ/LST/CLR/ESC/END): '
018300     ACCEPT TKM-FUNCTION FROM CONSOLE
018400     IF TKM-FUNC-END
018500         SET TKM-END-REQUESTED TO TRUE
018600         GO TO 2000-EXIT
018700     END-IF
018800     IF TKM-FUNC-INQUIRE
018900         PERFORM 3000-INQUIRE-CUSTOMER THRU 3000-EXIT
019000     ELSE
019100         IF TKM-FUNC-LIST
019200             PERFORM 4000-LIST-UNRESOLVED THRU 4000-EXIT
019300         ELSE
019400             IF TKM-FUNC-CLEAR
019500                 PERFORM 5000-CLEAR-CASE THRU 5000-EXIT
019600             ELSE
019700                 IF TKM-FUNC-ESCALATE
019800                     PERFORM 6000-ESCALATE-CASE THRU 6000-EXIT
019900                 ELSE
020000                     DISPLAY 'TKYCMNT - UNKNOWN FUNCTION: '
020100                             TKM-FUNCTION
020200                 END-IF
020300             END-IF
020400         END-IF
020500     END-IF.
020600 2000-EXIT.
020700     EXIT.
020800*----------------------------------------------------------------
020900* 2100-READ-BY-KEY - PROMPT FOR A CUSTOMER-ID AND CASE NUMBER
021000* AND FETCH THE CASE.
021100*----------------------------------------------------------------
021200 2100-READ-BY-KEY.
021300     MOVE 'N' TO TKM-FOUND-SWITCH
021400     DISPLAY 'TKYCMNT - ENTER CUSTOMER-ID: '
021500     ACCEPT TKM-WORK-KEY FROM CONSOLE
021600     IF TKM-WORK-KEY = SPACES
021700         DISPLAY 'TKYCMNT - CUSTOMER-ID REQUIRED'
021800         GO TO 2100-EXIT
021900     END-IF
022000     DISPLAY 'TKYCMNT - ENTER CASE NUMBER (NNNNN): '
022100     ACCEPT TKM-WORK-CASE-NUMBER FROM CONSOLE
022200     MOVE TKM-WORK-KEY         TO KYC-CUSTOMER-ID
022300     MOVE TKM-WORK-CASE-NUMBER TO KYC-CASE-NUMBER
022400     READ KYC-CASE-FILE
022500         INVALID KEY
022600             DISPLAY 'TKYCMNT - NO CASE ' TKM-WORK-CASE-NUMBER
022700                     ' FOR ' TKM-WORK-KEY
022800         NOT INVALID KEY
022900             SET TKM-CASE-FOUND TO TRUE
023000     END-READ.
023100 2100-EXIT.
023200     EXIT.
023300*----------------------------------------------------------------
023400* 2200-DISPLAY-CASE
023500*----------------------------------------------------------------
023600 2200-DISPLAY-CASE.
023700     PERFORM 2300-SET-STATUS-TEXT THRU 2300-EXIT
023800     DISPLAY 'CUSTOMER-ID:  ' KYC-CUSTOMER-ID
023900             '   CASE ' KYC-CASE-NUMBER
024000     DISPLAY 'TYPE:         ' KYC-CASE-TYPE
024100             '   STATUS ' TKM-STATUS-TEXT
024200     DISPLAY 'TRIGGERED:    ' KYC-TRIGGER-DATE
024300             ' BY ' KYC-SOURCE-PROGRAM
024400     DISPLAY 'BRANCH:       ' KYC-BRANCH-COUNTRY '-'
024500             KYC-BRANCH-CITY
024600     DISPLAY 'OLD VALUE:    ' KYC-OLD-VALUE
024700     DISPLAY 'NEW VALUE:    ' KYC-NEW-VALUE
024800     IF NOT KYC-CASE-OPEN
024900         DISPLAY 'LAST ACTION:  ' KYC-ACTION-DATE
025000                 ' BY ' KYC-ACTION-OPERATOR
025100         DISPLAY 'NOTE:         ' KYC-ACTION-NOTE
025200     END-IF.
025300 2200-EXIT.
025400     EXIT.
025500*----------------------------------------------------------------
025600* 2300-SET-STATUS-TEXT
025700*----------------------------------------------------------------
025800 2300-SET-STATUS-TEXT.
025900     IF KYC-CASE-OPEN
026000         MOVE 'OPEN'      TO TKM-STATUS-TEXT
026100     ELSE
026200         IF KYC-CASE-ESCALATED
026300             MOVE 'ESCALATED' TO TKM-STATUS-TEXT
026400         ELSE
026500             MOVE 'CLEARED'   TO TKM-STATUS-TEXT
026600         END-IF
026700     END-IF.
026800 2300-EXIT.
026900     EXIT.
027000*----------------------------------------------------------------
027100* 3000-INQUIRE-CUSTOMER - EVERY CASE ONE CUSTOMER HAS EVER HAD,
027200* CLEARED ONES INCLUDED, OLDEST FIRST.  INQUIRY ONLY - NO AUDIT
027300* LINE.
027400*----------------------------------------------------------------
027500 3000-INQUIRE-CUSTOMER.
027600     DISPLAY 'TKYCMNT - ENTER CUSTOMER-ID: '
027700     ACCEPT TKM-WORK-KEY FROM CONSOLE
027800     IF TKM-WORK-KEY = SPACES
027900         DISPLAY 'TKYCMNT - CUSTOMER-ID REQUIRED'
028000         GO TO 3000-EXIT
028100     END-IF
028200     MOVE ZERO TO TKM-LIST-COUNT
028300     MOVE 'N' TO TKM-KYC-EOF-SWITCH
028400     MOVE TKM-WORK-KEY TO KYC-CUSTOMER-ID
028500     MOVE ZERO TO KYC-CASE-NUMBER
028600     START KYC-CASE-FILE KEY IS >= KYC-KEY
028700         INVALID KEY SET TKM-KYC-END-OF-FILE TO TRUE
028800     END-START
028900     PERFORM 3010-SHOW-ONE-CASE THRU 3010-EXIT
029000         UNTIL TKM-KYC-END-OF-FILE
029100     MOVE TKM-LIST-COUNT TO TKM-LIST-COUNT-EDIT
029200     DISPLAY 'TKYCMNT - CASES FOUND: ' TKM-LIST-COUNT-EDIT.
029300 3000-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600* 3010-SHOW-ONE-CASE
029700*----------------------------------------------------------------
029800 3010-SHOW-ONE-CASE.
029900     READ KYC-CASE-FILE NEXT RECORD
030000         AT END SET TKM-KYC-END-OF-FILE TO TRUE
030100     END-READ
030200     IF TKM-KYC-END-OF-FILE
030300         GO TO 3010-EXIT
030400     END-IF
030500     IF KYC-CUSTOMER-ID NOT = TKM-WORK-KEY
030600         SET TKM-KYC-END-OF-FILE TO TRUE
030700         GO TO 3010-EXIT
030800     END-IF
030900     ADD 1 TO TKM-LIST-COUNT
031000     PERFORM 2200-DISPLAY-CASE THRU 2200-EXIT.
031100 3010-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400* 4000-LIST-UNRESOLVED - EVERY OPEN OR ESCALATED CASE, FOR ONE
031500* OWNING BRANCH OR (BRANCH LEFT BLANK) THE WHOLE NETWORK, ONE
031600* LINE EACH IN KEY ORDER.  INQUIRY ONLY - NO AUDIT LINE.
031700*----------------------------------------------------------------
031800 4000-LIST-UNRESOLVED.
031900     DISPLAY 'TKYCMNT - ENTER BRANCH CODE (CCCITY OR BLANK): '
032000     ACCEPT TKM-LIST-BRANCH FROM CONSOLE
032100     MOVE ZERO TO TKM-LIST-COUNT
032200     MOVE 'N' TO TKM-KYC-EOF-SWITCH
032300     MOVE LOW-VALUES TO KYC-KEY
032400     START KYC-CASE-FILE KEY IS >= KYC-KEY
032500         INVALID KEY SET TKM-KYC-END-OF-FILE TO TRUE
032600     END-START
032700     PERFORM 4010-LIST-ONE-CASE THRU 4010-EXIT
032800         UNTIL TKM-KYC-END-OF-FILE
032900     MOVE TKM-LIST-COUNT TO TKM-LIST-COUNT-EDIT
033000     DISPLAY 'TKYCMNT - UNRESOLVED CASES: ' TKM-LIST-COUNT-EDIT.
033100 4000-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------
033400* 4010-LIST-ONE-CASE
033500*----------------------------------------------------------------
033600 4010-LIST-ONE-CASE.
033700     READ KYC-CASE-FILE NEXT RECORD
033800         AT END SET TKM-KYC-END-OF-FILE TO TRUE
033900     END-READ
034000     IF TKM-KYC-END-OF-FILE
034100         GO TO 4010-EXIT
034200     END-IF
034300     IF KYC-CASE-CLEARED
034400         GO TO 4010-EXIT
034500     END-IF
034600     IF TKM-LIST-BRANCH NOT = SPACES
034700         IF KYC-BRANCH-COUNTRY NOT = TKM-LIST-BRANCH (1:2)
034800             OR KYC-BRANCH-CITY NOT = TKM-LIST-BRANCH (3:4)
034900             GO TO 4010-EXIT
035000         END-IF
035100     END-IF
035200     PERFORM 2300-SET-STATUS-TEXT THRU 2300-EXIT
035300     ADD 1 TO TKM-LIST-COUNT
035400     DISPLAY KYC-CUSTOMER-ID ' ' KYC-CASE-NUMBER ' '
035500             KYC-CASE-TYPE ' ' KYC-TRIGGER-DATE ' '
035600             KYC-BRANCH-COUNTRY '-' KYC-BRANCH-CITY ' '
035700             TKM-STATUS-TEXT.
035800 4010-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100* 5000-CLEAR-CASE - THE CUSTOMER HAS BEEN RE-VERIFIED.  AN OPEN
036200* OR ESCALATED CASE MAY BE CLEARED; A CLEARED CASE IS FINAL.
036300*----------------------------------------------------------------
036400 5000-CLEAR-CASE.
036500     PERFORM 2100-READ-BY-KEY THRU 2100-EXIT
036600     IF TKM-CASE-NOT-FOUND
036700         GO TO 5000-EXIT
036800     END-IF
036900     PERFORM 2200-DISPLAY-CASE THRU 2200-EXIT
037000     IF KYC-CASE-CLEARED
037100         DISPLAY 'TKYCMNT - CASE ALREADY CLEARED'
037200         GO TO 5000-EXIT
037300     END-IF
037400     PERFORM 7000-TAKE-ACTION-NOTE THRU 7000-EXIT
037500     IF TKM-CONFIRM NOT = 'Y'
037600         DISPLAY 'TKYCMNT - CLEAR CANCELLED'
037700         GO TO 5000-EXIT
037800     END-IF
037900     PERFORM 7200-BUILD-AUDIT-OLD-VALUE THRU 7200-EXIT
038000     SET KYC-CASE-CLEARED TO TRUE
038100     PERFORM 7300-REWRITE-CASE THRU 7300-EXIT
038200     IF NOT TKM-KYCFILE-OK
038300         GO TO 5000-EXIT
038400     END-IF
038500     MOVE 'CLEARED' TO TKM-AUD-NEW-VALUE
038600     MOVE 'CLR' TO TKM-AUD-FUNCTION
038700     PERFORM 7100-WRITE-AUDIT-LINE THRU 7100-EXIT
038800     DISPLAY 'TKYCMNT - CASE CLEARED'.
038900 5000-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200* 6000-ESCALATE-CASE - THE CUSTOMER COULD NOT BE RE-VERIFIED AT
039300* BRANCH LEVEL.  ONLY AN OPEN CASE MAY BE ESCALATED.
039400*----------------------------------------------------------------
039500 6000-ESCALATE-CASE.
039600     PERFORM 2100-READ-BY-KEY THRU 2100-EXIT
039700     IF TKM-CASE-NOT-FOUND
039800         GO TO 6000-EXIT
039900     END-IF
040000     PERFORM 2200-DISPLAY-CASE THRU 2200-EXIT
040100     IF NOT KYC-CASE-OPEN
040200         DISPLAY 'TKYCMNT - ONLY AN OPEN CASE CAN BE ESCALATED'
040300         GO TO 6000-EXIT
040400     END-IF
040500     PERFORM 7000-TAKE-ACTION-NOTE THRU 7000-EXIT
040600     IF TKM-CONFIRM NOT = 'Y'
040700         DISPLAY 'TKYCMNT - ESCALATE CANCELLED'
040800         GO TO 6000-EXIT
040900     END-IF
041000     PERFORM 7200-BUILD-AUDIT-OLD-VALUE THRU 7200-EXIT
041100     SET KYC-CASE-ESCALATED TO TRUE
041200     PERFORM 7300-REWRITE-CASE THRU 7300-EXIT
041300     IF NOT TKM-KYCFILE-OK
041400         GO TO 6000-EXIT
041500     END-IF
041600     MOVE 'ESCALATED' TO TKM-AUD-NEW-VALUE
041700     MOVE 'ESC' TO TKM-AUD-FUNCTION
041800     PERFORM 7100-WRITE-AUDIT-LINE THRU 7100-EXIT
041900     DISPLAY 'TKYCMNT - CASE ESCALATED'.
042000 6000-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300* 7000-TAKE-ACTION-NOTE - A CLEAR OR ESCALATE MUST SAY WHY.
042400* TKM-CONFIRM COMES BACK 'Y' ONLY WHEN A NOTE WAS GIVEN AND THE
042500* OPERATOR CONFIRMED.
042600*----------------------------------------------------------------
042700 7000-TAKE-ACTION-NOTE.
042800     MOVE SPACE TO TKM-CONFIRM
042900     DISPLAY 'TKYCMNT - ENTER RESOLUTION NOTE (30): '
043000     ACCEPT TKM-NOTE FROM CONSOLE
043100     IF TKM-NOTE = SPACES
043200         DISPLAY 'TKYCMNT - RESOLUTION NOTE REQUIRED'
043300         GO TO 7000-EXIT
043400     END-IF
043500     DISPLAY 'TKYCMNT - APPLY TO THIS CASE (Y/N): '
043600     ACCEPT TKM-CONFIRM FROM CONSOLE.
043700 7000-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000* 7100-WRITE-AUDIT-LINE - THE CALLER HAS FILLED IN THE FUNCTION
044100* AND THE OLD/NEW VALUES; STAMP IT WITH TODAY, THE WALL CLOCK,
044200* THE OPERATOR, AND THE KEY, AND APPEND IT TO THE AUDIT LOG.
044300*----------------------------------------------------------------
044400 7100-WRITE-AUDIT-LINE.
044500     MOVE TKM-AUD-DATE            TO TKM-AUD-RUN-DATE
044600     MOVE TKM-AUD-WALLCLOCK (1:6) TO TKM-AUD-RUN-TIME
044700     MOVE TKM-OPERATOR-ID         TO TKM-AUD-OPERATOR
044800     MOVE KYC-CUSTOMER-ID         TO TKM-AUD-KEY
044900     MOVE TKM-AUDIT-DETAIL        TO AUDIT-LOG-LINE
045000     WRITE AUDIT-LOG-LINE.
045100 7100-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400* 7200-BUILD-AUDIT-OLD-VALUE - CASE TYPE, NUMBER AND STATUS AS
045500* THEY STOOD BEFORE THE ACTION.
045600*----------------------------------------------------------------
045700 7200-BUILD-AUDIT-OLD-VALUE.
045800     PERFORM 2300-SET-STATUS-TEXT THRU 2300-EXIT
045900     MOVE SPACES TO TKM-AUD-OLD-VALUE
046000     STRING KYC-CASE-TYPE           DELIMITED BY SIZE
046100            ' '                     DELIMITED BY SIZE
046200            KYC-CASE-NUMBER         DELIMITED BY SIZE
046300            ' '                     DELIMITED BY SIZE
046400            TKM-STATUS-TEXT         DELIMITED BY SPACE
046500       INTO TKM-AUD-OLD-VALUE
046600     END-STRING.
046700 7200-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000* 7300-REWRITE-CASE - STAMP THE ACTION ONTO THE CASE (THE
047100* CALLER HAS ALREADY SET THE NEW STATUS) AND PUT IT BACK.
047200*----------------------------------------------------------------
047300 7300-REWRITE-CASE.
047400     ACCEPT TKM-AUD-DATE FROM DATE YYYYMMDD
047500     ACCEPT TKM-AUD-WALLCLOCK FROM TIME
047600     MOVE TKM-AUD-DATE    TO KYC-ACTION-DATE
047700     MOVE TKM-OPERATOR-ID TO KYC-ACTION-OPERATOR
047800     MOVE TKM-NOTE        TO KYC-ACTION-NOTE
047900     REWRITE KYC-CASE-RECORD
048000     IF NOT TKM-KYCFILE-OK
048100         DISPLAY 'TKYCMNT - REWRITE FAILED, STATUS '
048200                 TKM-KYCFILE-STATUS
048300         MOVE 8 TO TKM-RETURN-CODE
048400     END-IF.
048500 7300-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------
048800* 9000-TERMINATE
048900*----------------------------------------------------------------
049000 9000-TERMINATE.
049100     IF TKM-RETURN-CODE < 16
049200         CLOSE KYC-CASE-FILE
049300         CLOSE AUDIT-LOG-FILE
049400     END-IF
049500     MOVE TKM-RETURN-CODE TO RETURN-CODE.
049600 9000-EXIT.
049700     EXIT.
