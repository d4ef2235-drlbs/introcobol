000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TINTCHK.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-09.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-09  DPG  ORIGINAL PROGRAM - READ-ONLY NIGHTLY INTEGRITY
001100*                  CHECK OF THE CUSTOMER MASTER AGAINST THE
001200*                  ARCHIVE MASTER, BRANCHES.DAT, THE CONTROL
001300*                  RECORD AND RUNHIST.DAT, RUN AFTER RECON.
001400*                  EVERY INCONSISTENCY GOES ON A DATED EXCEPTION
001500*                  LISTING (YYYYMMDD.INT) AND ENDS THE STEP WITH
001600*                  RC 8 SO OPERATIONS IS PAGED BEFORE THE CRM
001700*                  SIDE LOADS THE NIGHT'S EXTRACTS.  NOTHING IS
001800*                  CORRECTED HERE.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS MAST-KEY
003000         FILE STATUS IS TIC-MASTFILE-STATUS.
003100     SELECT ARCHIVE-MASTER ASSIGN TO "CUSTARCH.DAT"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ARCH-KEY
003500         FILE STATUS IS TIC-ARCHMAST-STATUS.
003600     SELECT BRANCH-CONTROL-FILE ASSIGN TO "BRANCHES.DAT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS TIC-BRCFILE-STATUS.
003900     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS TIC-RHXFILE-STATUS.
004200     SELECT INTEGRITY-REPORT-FILE
004300         ASSIGN TO DYNAMIC TIC-REPORT-FILENAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TIC-RPTFILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005000* THE RECORD LAYOUT MUST STAY IN STEP WITH FD CUSTOMER-MASTER
005100* IN TREAD, WHICH OWNS THE FILE.
005200*
005300 FD  CUSTOMER-MASTER.
005400 01  CUSTOMER-MASTER-RECORD.
005500     05  MAST-KEY              PIC X(10).
005600     05  MAST-BRANCH-COUNTRY   PIC X(02).
005700     05  MAST-BRANCH-CITY      PIC X(04).
005800     05  MAST-FIRST-SEEN-DATE  PIC X(08).
005900     05  MAST-LAST-SEEN-DATE   PIC X(08).
006000     05  MAST-PRIOR-SEEN-DATE  PIC X(08).
006100     05  MAST-CUSTOMER-NAME.
006200         10  MAST-LASTNAME     PIC X(20).
006300         10  MAST-FIRSTNAME    PIC X(20).
006400         10  MAST-MIDDLENAME   PIC X(20).
006500     05  MAST-CUSTOMER-ADDRESS.
006600         10  MAST-ADR-STREET   PIC X(25).
006700         10  MAST-ADR-CITY     PIC X(15).
006800         10  MAST-ADR-POSTAL   PIC X(10).
006900         10  MAST-ADR-PHONE    PIC X(15).
007000     05  MAST-LAST-SENT-DATE   PIC X(08).
007100     05  MAST-ACK-STATUS       PIC X(01).
007200     05  MAST-ACK-REASON       PIC X(04).
007300*
007400* THE RECORD LAYOUT MUST STAY IN STEP WITH FD ARCHIVE-MASTER IN
007500* TREAD, WHICH OWNS THE FILE.
007600*
007700 FD  ARCHIVE-MASTER.
007800 01  ARCHIVE-MASTER-RECORD.
007900     05  ARCH-KEY              PIC X(10).
008000     05  ARCH-BRANCH-COUNTRY   PIC X(02).
008100     05  ARCH-BRANCH-CITY      PIC X(04).
008200     05  ARCH-FIRST-SEEN-DATE  PIC X(08).
008300     05  ARCH-LAST-SEEN-DATE   PIC X(08).
008400     05  ARCH-PRIOR-SEEN-DATE  PIC X(08).
008500     05  ARCH-CUSTOMER-NAME    PIC X(60).
008600     05  ARCH-CUSTOMER-ADDRESS PIC X(65).
008700     05  ARCH-PURGE-DATE       PIC X(08).
008800*
008900* THE RECORD LAYOUT MUST STAY IN STEP WITH FD BRANCH-CONTROL-FILE
009000* IN TREAD, WHICH OWNS THE FILE.
009100*
009200 FD  BRANCH-CONTROL-FILE
009300     RECORD CONTAINS 28 CHARACTERS.
009400 01  BRANCH-CONTROL-RECORD.
009500     05  BRC-BRANCH-CODE.
009600         10  BRC-BRANCH-COUNTRY    PIC X(02).
009700         10  BRC-BRANCH-CITY       PIC X(04).
009800     05  BRC-ACTIVE-FLAG           PIC X(01).
009900     05  BRC-CUTOFF-TIME           PIC X(06).
010000     05  BRC-MIN-COUNT             PIC 9(07).
010100     05  BRC-MAX-COUNT             PIC 9(07).
010200     05  BRC-RECON-MODE            PIC X(01).
010300*
010400* THE RECORD LAYOUT MUST STAY IN STEP WITH FD RUN-HISTORY-FILE
010500* IN TREAD, WHICH OWNS THE FILE.
010600*
010700 FD  RUN-HISTORY-FILE
010800     RECORD CONTAINS 14 CHARACTERS.
010900 01  RUN-HISTORY-RECORD.
011000     05  RHX-BRANCH-CODE       PIC X(06).
011100     05  RHX-LAST-RUN-DATE     PIC X(08).
011200*
011300 FD  INTEGRITY-REPORT-FILE
011400     RECORD CONTAINS 96 CHARACTERS.
011500 01  INTEGRITY-REPORT-LINE     PIC X(96).
011600*
011700 WORKING-STORAGE SECTION.
011800*----------------------------------------------------------------
011900* SWITCHES
012000*----------------------------------------------------------------
012100 77  TIC-MASTFILE-STATUS       PIC X(02)     VALUE SPACES.
012200     88  TIC-MASTFILE-OK                     VALUE '00'.
012300 77  TIC-ARCHMAST-STATUS       PIC X(02)     VALUE SPACES.
012400     88  TIC-ARCHMAST-OK                     VALUE '00'.
012500     88  TIC-ARCHMAST-NOT-FOUND              VALUE '35'.
012600 77  TIC-BRCFILE-STATUS        PIC X(02)     VALUE SPACES.
012700     88  TIC-BRCFILE-OK                      VALUE '00'.
012800 77  TIC-RHXFILE-STATUS        PIC X(02)     VALUE SPACES.
012900     88  TIC-RHXFILE-OK                      VALUE '00'.
013000     88  TIC-RHXFILE-NOT-FOUND               VALUE '35'.
013100 77  TIC-RPTFILE-STATUS        PIC X(02)     VALUE SPACES.
013200     88  TIC-RPTFILE-OK                      VALUE '00'.
013300*
013400 77  TIC-MAST-EOF-SWITCH       PIC X(01)     VALUE 'N'.
013500     88  TIC-MAST-END-OF-FILE                VALUE 'Y'.
013600     88  TIC-MAST-NOT-END-OF-FILE            VALUE 'N'.
013700 77  TIC-BRC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
013800     88  TIC-BRC-END-OF-FILE                 VALUE 'Y'.
013900     88  TIC-BRC-NOT-END-OF-FILE             VALUE 'N'.
014000 77  TIC-RHX-EOF-SWITCH        PIC X(01)     VALUE 'N'.
014100     88  TIC-RHX-END-OF-FILE                 VALUE 'Y'.
014200     88  TIC-RHX-NOT-END-OF-FILE             VALUE 'N'.
014300 77  TIC-ARCHIVE-SWITCH        PIC X(01)     VALUE 'N'.
014400     88  TIC-ARCHIVE-PRESENT                 VALUE 'Y'.
014500 77  TIC-RUNHIST-SWITCH        PIC X(01)     VALUE 'N'.
014600     88  TIC-RUNHIST-PRESENT                 VALUE 'Y'.
014700 77  TIC-CONTROL-SWITCH        PIC X(01)     VALUE 'N'.
014800     88  TIC-CONTROL-PRESENT                 VALUE 'Y'.
014900*
015000*----------------------------------------------------------------
015100* RUN CONTROL FIELDS
015200*----------------------------------------------------------------
015300 77  TIC-CONTROL-KEY           PIC X(10)     VALUE
015400         '9999999999'.
015500 77  TIC-RUN-DATE              PIC X(08)     VALUE SPACES.
015600 77  TIC-CONTROL-DATE          PIC X(08)     VALUE SPACES.
015700 77  TIC-RUNHIST-LAST-DATE     PIC X(08)     VALUE SPACES.
015800 77  TIC-REPORT-FILENAME       PIC X(30)     VALUE SPACES.
015900 77  TIC-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
016000*
016100 77  TIC-SCANNED-COUNT         PIC 9(07) COMP VALUE ZERO.
016200 77  TIC-ARCHIVE-COUNT         PIC 9(07) COMP VALUE ZERO.
016300 77  TIC-BRANCH-COUNT-EXC      PIC 9(07) COMP VALUE ZERO.
016400 77  TIC-DATES-COUNT           PIC 9(07) COMP VALUE ZERO.
016500 77  TIC-ACK-COUNT             PIC 9(07) COMP VALUE ZERO.
016600 77  TIC-CONTROL-COUNT         PIC 9(07) COMP VALUE ZERO.
016700 77  TIC-EXCEPTION-COUNT       PIC 9(07) COMP VALUE ZERO.
016800*
016900*----------------------------------------------------------------
017000* BRANCH TABLE FROM BRANCHES.DAT - EVERY BRANCH ON FILE, ACTIVE
017100* OR SUSPENDED, IS A VALID OWNER.
017200*----------------------------------------------------------------
017300 01  TIC-BRANCH-TABLE.
017400     05  TIC-BRANCH-ENTRY OCCURS 20 TIMES
017500                          INDEXED BY TIC-BRANCH-IDX.
017600         10  TIC-BRE-BRANCH-CODE   PIC X(06).
017700 77  TIC-BRANCH-COUNT          PIC 9(02) COMP VALUE ZERO.
017800 77  TIC-BRANCH-LIMIT          PIC 9(02) COMP VALUE 20.
017900 77  TIC-MAST-BRANCH-CODE      PIC X(06)     VALUE SPACES.
018000*
018100*----------------------------------------------------------------
018200* REPORT LINE LAYOUTS
018300*----------------------------------------------------------------
018400 01  TIC-TITLE-LINE.
018500     05  FILLER                PIC X(34) VALUE
018600         'CUSTOMER MASTER INTEGRITY CHECK'.
018700     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
018800     05  TIC-TTL-RUN-DATE      PIC X(08).
018900     05  FILLER                PIC X(16) VALUE
019000         '  CONTROL DATE: '.
019100     05  TIC-TTL-CONTROL-DATE  PIC X(08).
019200*
019300 01  TIC-EXCEPTION-DETAIL.
019400     05  TIC-EXD-TAG           PIC X(10).
019500     05  TIC-EXD-CUSTOMER-ID   PIC X(10).
019600     05  FILLER                PIC X(01) VALUE SPACE.
019700     05  TIC-EXD-BRANCH        PIC X(06).
019800     05  FILLER                PIC X(01) VALUE SPACE.
019900     05  TIC-EXD-REASON        PIC X(36).
020000     05  FILLER                PIC X(01) VALUE SPACE.
020100     05  TIC-EXD-VALUE         PIC X(30).
020200*
020300 01  TIC-SUMMARY-LINE-1.
020400     05  FILLER                PIC X(08) VALUE 'SCANNED '.
020500     05  TIC-SUM-SCANNED       PIC ZZZZZZ9.
020600     05  FILLER                PIC X(12) VALUE ' EXCEPTIONS '.
020700     05  TIC-SUM-EXCEPTIONS    PIC ZZZZZZ9.
020800*
020900 01  TIC-SUMMARY-LINE-2.
021000     05  FILLER                PIC X(09) VALUE 'ARCHIVE '.
021100     05  TIC-SUM-ARCHIVE       PIC ZZZZZZ9.
021200     05  FILLER                PIC X(08) VALUE ' BRANCH '.
021300     05  TIC-SUM-BRANCH        PIC ZZZZZZ9.
021400     05  FILLER                PIC X(07) VALUE ' DATES '.
021500     05  TIC-SUM-DATES         PIC ZZZZZZ9.
021600     05  FILLER                PIC X(05) VALUE ' ACK '.
021700     05  TIC-SUM-ACK           PIC ZZZZZZ9.
021800     05  FILLER                PIC X(09) VALUE ' CONTROL '.
021900     05  TIC-SUM-CONTROL       PIC ZZZZZZ9.
022000*
022100*----------------------------------------------------------------
022200 LINKAGE SECTION.
022300*----------------------------------------------------------------
022400* JCL PARM: POSITIONS 1-8 ARE THE RUN DATE (YYYYMMDD) THE DATED
022500* .INT LISTING IS NAMED FOR.  RUN INTERACTIVELY WITH NO PARM,
022600* THE DATE IS PROMPTED FOR ON THE CONSOLE.
022700*----------------------------------------------------------------
022800 01  TIC-PARM-LENGTH           PIC S9(04) COMP.
022900 01  TIC-PARM-DATA             PIC X(08).
023000*
023100 PROCEDURE DIVISION USING TIC-PARM-LENGTH TIC-PARM-DATA.
023200*----------------------------------------------------------------
023300* 0000-MAINLINE
023400*----------------------------------------------------------------
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023700     IF TIC-RETURN-CODE < 8
023800         PERFORM 2000-CHECK-MASTER THRU 2000-EXIT
023900         PERFORM 3000-CHECK-CONTROL-RECORD THRU 3000-EXIT
024000         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
024100     END-IF
024200     PERFORM 9000-TERMINATE THRU 9000-EXIT
024300     STOP RUN.
024400*----------------------------------------------------------------
024500* 1000-INITIALIZE - THE MASTER, THE BRANCH FILE AND THE LISTING
024600* MUST ALL OPEN.  NO ARCHIVE MASTER MEANS NOTHING HAS BEEN
024700* PURGED YET; NO RUNHIST.DAT MEANS NO BRANCH HAS RUN YET.
024800*----------------------------------------------------------------
024900 1000-INITIALIZE.
025000     IF TIC-PARM-LENGTH > 7
025100         MOVE TIC-PARM-DATA (1:8) TO TIC-RUN-DATE
025200     ELSE
025300         DISPLAY 'TINTCHK - ENTER RUN DATE (YYYYMMDD): '
025400         ACCEPT TIC-RUN-DATE FROM CONSOLE
025500     END-IF
025600     OPEN INPUT CUSTOMER-MASTER
025700     IF NOT TIC-MASTFILE-OK
025800         DISPLAY 'TINTCHK - CUSTOMER MASTER OPEN FAILED, '
025900                 'STATUS ' TIC-MASTFILE-STATUS
026000         MOVE 16 TO TIC-RETURN-CODE
026100         GO TO 1000-EXIT
026200     END-IF
026300     OPEN INPUT ARCHIVE-MASTER
026400     IF TIC-ARCHMAST-OK
026500         SET TIC-ARCHIVE-PRESENT TO TRUE
026600     ELSE
026700         IF NOT TIC-ARCHMAST-NOT-FOUND
026800             DISPLAY 'TINTCHK - ARCHIVE MASTER OPEN FAILED, '
026900                     'STATUS ' TIC-ARCHMAST-STATUS
027000             MOVE 16 TO TIC-RETURN-CODE
027100             CLOSE CUSTOMER-MASTER
027200             GO TO 1000-EXIT
027300         END-IF
027400     END-IF
027500     PERFORM 1100-LOAD-BRANCH-TABLE THRU 1100-EXIT
027600     IF TIC-RETURN-CODE NOT < 8
027700         PERFORM 1900-CLOSE-MASTERS THRU 1900-EXIT
027800         GO TO 1000-EXIT
027900     END-IF
028000     PERFORM 1200-LOAD-RUN-HISTORY THRU 1200-EXIT
028100     IF TIC-RETURN-CODE NOT < 8
028200         PERFORM 1900-CLOSE-MASTERS THRU 1900-EXIT
028300         GO TO 1000-EXIT
028400     END-IF
028500     PERFORM 1300-READ-CONTROL-RECORD THRU 1300-EXIT
028600     MOVE SPACES TO TIC-REPORT-FILENAME
028700     STRING TIC-RUN-DATE            DELIMITED BY SIZE
028800            '.int'                  DELIMITED BY SIZE
028900       INTO TIC-REPORT-FILENAME
029000     END-STRING
029100     OPEN OUTPUT INTEGRITY-REPORT-FILE
029200     IF NOT TIC-RPTFILE-OK
029300         DISPLAY 'TINTCHK - REPORT OPEN FAILED, STATUS '
029400                 TIC-RPTFILE-STATUS
029500         MOVE 16 TO TIC-RETURN-CODE
029600         PERFORM 1900-CLOSE-MASTERS THRU 1900-EXIT
029700         GO TO 1000-EXIT
029800     END-IF
029900     MOVE TIC-RUN-DATE     TO TIC-TTL-RUN-DATE
030000     MOVE TIC-CONTROL-DATE TO TIC-TTL-CONTROL-DATE
030100     MOVE TIC-TITLE-LINE TO INTEGRITY-REPORT-LINE
030200     WRITE INTEGRITY-REPORT-LINE.
030300 1000-EXIT.
030400     EXIT.
030500*----------------------------------------------------------------
030600* 1100-LOAD-BRANCH-TABLE
030700*----------------------------------------------------------------
030800 1100-LOAD-BRANCH-TABLE.
030900     MOVE ZERO TO TIC-BRANCH-COUNT
031000     MOVE SPACES TO TIC-BRANCH-TABLE
031100     MOVE 'N' TO TIC-BRC-EOF-SWITCH
031200     OPEN INPUT BRANCH-CONTROL-FILE
031300     IF NOT TIC-BRCFILE-OK
031400         DISPLAY 'TINTCHK - BRANCH CONTROL FILE OPEN FAILED, '
031500                 'STATUS ' TIC-BRCFILE-STATUS
031600         MOVE 16 TO TIC-RETURN-CODE
031700         GO TO 1100-EXIT
031800     END-IF
031900     READ BRANCH-CONTROL-FILE
032000         AT END SET TIC-BRC-END-OF-FILE TO TRUE
032100     END-READ
032200     PERFORM 1110-LOAD-ONE-BRANCH THRU 1110-EXIT
032300         UNTIL TIC-BRC-END-OF-FILE
032400     CLOSE BRANCH-CONTROL-FILE.
032500 1100-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800* 1110-LOAD-ONE-BRANCH
032900*----------------------------------------------------------------
033000 1110-LOAD-ONE-BRANCH.
033100     IF BRC-BRANCH-CODE = SPACES
033200         GO TO 1110-READ-NEXT
033300     END-IF
033400     IF TIC-BRANCH-COUNT >= TIC-BRANCH-LIMIT
033500         DISPLAY 'TINTCHK - BRANCHES.DAT EXCEEDS TABLE LIMIT'
033600         MOVE 16 TO TIC-RETURN-CODE
033700         SET TIC-BRC-END-OF-FILE TO TRUE
033800         GO TO 1110-EXIT
033900     END-IF
034000     ADD 1 TO TIC-BRANCH-COUNT
034100     SET TIC-BRANCH-IDX TO TIC-BRANCH-COUNT
034200     MOVE BRC-BRANCH-CODE TO TIC-BRE-BRANCH-CODE (TIC-BRANCH-IDX).
034300 1110-READ-NEXT.
034400     READ BRANCH-CONTROL-FILE
034500         AT END SET TIC-BRC-END-OF-FILE TO TRUE
034600     END-READ.
034700 1110-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------
035000* 1200-LOAD-RUN-HISTORY - ONLY THE LATEST DATE ANY BRANCH HAS
035100* BEEN PROCESSED FOR IS WANTED: AFTER A CLEAN RECON THAT IS THE
035200* DATE THE CONTROL RECORD WAS JUST SET TO.
035300*----------------------------------------------------------------
035400 1200-LOAD-RUN-HISTORY.
035500     MOVE SPACES TO TIC-RUNHIST-LAST-DATE
035600     MOVE 'N' TO TIC-RHX-EOF-SWITCH
035700     OPEN INPUT RUN-HISTORY-FILE
035800     IF TIC-RHXFILE-NOT-FOUND
035900         GO TO 1200-EXIT
036000     END-IF
036100     IF NOT TIC-RHXFILE-OK
036200         DISPLAY 'TINTCHK - RUN HISTORY OPEN FAILED, STATUS '
036300                 TIC-RHXFILE-STATUS
036400         MOVE 16 TO TIC-RETURN-CODE
036500         GO TO 1200-EXIT
036600     END-IF
036700     SET TIC-RUNHIST-PRESENT TO TRUE
036800     PERFORM 1210-CHECK-ONE-HISTORY THRU 1210-EXIT
036900         UNTIL TIC-RHX-END-OF-FILE
037000     CLOSE RUN-HISTORY-FILE.
037100 1200-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400* 1210-CHECK-ONE-HISTORY
037500*----------------------------------------------------------------
037600 1210-CHECK-ONE-HISTORY.
037700     READ RUN-HISTORY-FILE
037800         AT END SET TIC-RHX-END-OF-FILE TO TRUE
037900     END-READ
038000     IF TIC-RHX-END-OF-FILE
038100         GO TO 1210-EXIT
038200     END-IF
038300     IF RHX-BRANCH-CODE = SPACES
038400         GO TO 1210-EXIT
038500     END-IF
038600     IF RHX-LAST-RUN-DATE > TIC-RUNHIST-LAST-DATE
038700         MOVE RHX-LAST-RUN-DATE TO TIC-RUNHIST-LAST-DATE
038800     END-IF.
038900 1210-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200* 1300-READ-CONTROL-RECORD - THE RUN DATE RECON LAST SET.
039300*----------------------------------------------------------------
039400 1300-READ-CONTROL-RECORD.
039500     MOVE SPACES TO TIC-CONTROL-DATE
039600     MOVE TIC-CONTROL-KEY TO MAST-KEY
039700     READ CUSTOMER-MASTER
039800         INVALID KEY CONTINUE
039900         NOT INVALID KEY
040000             SET TIC-CONTROL-PRESENT TO TRUE
040100             MOVE MAST-LAST-SEEN-DATE TO TIC-CONTROL-DATE
040200     END-READ.
040300 1300-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------
040600* 1900-CLOSE-MASTERS
040700*----------------------------------------------------------------
040800 1900-CLOSE-MASTERS.
040900     CLOSE CUSTOMER-MASTER
041000     IF TIC-ARCHIVE-PRESENT
041100         CLOSE ARCHIVE-MASTER
041200     END-IF.
041300 1900-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600* 2000-CHECK-MASTER - ONE SEQUENTIAL PASS OVER THE MASTER; EACH
041700* CUSTOMER IS PUT THROUGH EVERY CHECK AND MAY APPEAR ON THE
041800* LISTING MORE THAN ONCE.
041900*----------------------------------------------------------------
042000 2000-CHECK-MASTER.
042100     MOVE 'N' TO TIC-MAST-EOF-SWITCH
042200     MOVE LOW-VALUES TO MAST-KEY
042300     START CUSTOMER-MASTER KEY IS >= MAST-KEY
042400         INVALID KEY SET TIC-MAST-END-OF-FILE TO TRUE
042500     END-START
042600     PERFORM 2010-CHECK-ONE-CUSTOMER THRU 2010-EXIT
042700         UNTIL TIC-MAST-END-OF-FILE.
042800 2000-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------
043100* 2010-CHECK-ONE-CUSTOMER - THE CONTROL RECORD IS NOT A CUSTOMER.
043200*----------------------------------------------------------------
043300 2010-CHECK-ONE-CUSTOMER.
043400     READ CUSTOMER-MASTER NEXT RECORD
043500         AT END SET TIC-MAST-END-OF-FILE TO TRUE
043600     END-READ
043700     IF TIC-MAST-END-OF-FILE
043800         GO TO 2010-EXIT
043900     END-IF
044000     IF MAST-KEY = TIC-CONTROL-KEY
044100         GO TO 2010-EXIT
044200     END-IF
044300     ADD 1 TO TIC-SCANNED-COUNT
044400     MOVE MAST-BRANCH-COUNTRY TO TIC-MAST-BRANCH-CODE (1:2)
044500     MOVE MAST-BRANCH-CITY    TO TIC-MAST-BRANCH-CODE (3:4)
044600     PERFORM 2100-CHECK-ARCHIVE THRU 2100-EXIT
044700     PERFORM 2200-CHECK-BRANCH THRU 2200-EXIT
044800     PERFORM 2300-CHECK-DATES THRU 2300-EXIT
044900     PERFORM 2400-CHECK-ACK THRU 2400-EXIT.
045000 2010-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300* 2100-CHECK-ARCHIVE - A RETURNED CUSTOMER LEGITIMATELY SITS ON
045400* BOTH FILES: THE ARCHIVE RECORD STAYS AS PURGE HISTORY, AND THE
045500* MASTER RECORD HAS BEEN SEEN SINCE THE PURGE DATE.  A MASTER
045600* RECORD NOT SEEN SINCE THE ARCHIVE'S PURGE DATE WAS PURGED BUT
045700* NEVER CAME OFF THE MASTER (OR THE MASTER WAS PUT BACK WITHOUT
045800* THE ARCHIVE).  THE RANDOM READ DOES NOT DISTURB THE MASTER'S
045900* READ-NEXT POSITION.
046000*----------------------------------------------------------------
046100 2100-CHECK-ARCHIVE.
046200     IF NOT TIC-ARCHIVE-PRESENT
046300         GO TO 2100-EXIT
046400     END-IF
046500     MOVE MAST-KEY TO ARCH-KEY
046600     READ ARCHIVE-MASTER
046700         INVALID KEY GO TO 2100-EXIT
046800     END-READ
046900     IF MAST-LAST-SEEN-DATE > ARCH-PURGE-DATE
047000         GO TO 2100-EXIT
047100     END-IF
047200     MOVE 'ARCHIVE'                 TO TIC-EXD-TAG
047300     MOVE 'ACTIVE BUT ON ARCHIVE, NOT RETURNED' TO TIC-EXD-REASON
047400     MOVE SPACES TO TIC-EXD-VALUE
047500     STRING 'PURGED '               DELIMITED BY SIZE
047600            ARCH-PURGE-DATE         DELIMITED BY SIZE
047700            ' LAST '                DELIMITED BY SIZE
047800            MAST-LAST-SEEN-DATE     DELIMITED BY SIZE
047900       INTO TIC-EXD-VALUE
048000     END-STRING
048100     ADD 1 TO TIC-ARCHIVE-COUNT
048200     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
048300 2100-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------
048600* 2200-CHECK-BRANCH
048700*----------------------------------------------------------------
048800 2200-CHECK-BRANCH.
048900     SET TIC-BRANCH-IDX TO 1
049000     SEARCH TIC-BRANCH-ENTRY
049100         AT END
049200             MOVE 'BRANCH'          TO TIC-EXD-TAG
049300             MOVE 'OWNING BRANCH NOT ON BRANCHES.DAT'
049400                                    TO TIC-EXD-REASON
049500             MOVE TIC-MAST-BRANCH-CODE TO TIC-EXD-VALUE
049600             ADD 1 TO TIC-BRANCH-COUNT-EXC
049700             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
049800         WHEN TIC-BRE-BRANCH-CODE (TIC-BRANCH-IDX)
049900                  = TIC-MAST-BRANCH-CODE
050000             CONTINUE
050100     END-SEARCH.
050200 2200-EXIT.
050300     EXIT.
050400*----------------------------------------------------------------
050500* 2300-CHECK-DATES - LAST-SEEN MAY NOT PRECEDE FIRST-SEEN, NOR
050600* RUN AHEAD OF THE DATE RECON LAST PROCESSED.
050700*----------------------------------------------------------------
050800 2300-CHECK-DATES.
050900     IF MAST-LAST-SEEN-DATE < MAST-FIRST-SEEN-DATE
051000         MOVE 'DATES'               TO TIC-EXD-TAG
051100         MOVE 'LAST SEEN BEFORE FIRST SEEN' TO TIC-EXD-REASON
051200         MOVE SPACES TO TIC-EXD-VALUE
051300         STRING 'FIRST '                DELIMITED BY SIZE
051400                MAST-FIRST-SEEN-DATE    DELIMITED BY SIZE
051500                ' LAST '                DELIMITED BY SIZE
051600                MAST-LAST-SEEN-DATE     DELIMITED BY SIZE
051700           INTO TIC-EXD-VALUE
051800         END-STRING
051900         ADD 1 TO TIC-DATES-COUNT
052000         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
052100     END-IF
052200     IF TIC-CONTROL-DATE = SPACES
052300         GO TO 2300-EXIT
052400     END-IF
052500     IF MAST-LAST-SEEN-DATE > TIC-CONTROL-DATE
052600         MOVE 'DATES'               TO TIC-EXD-TAG
052700         MOVE 'LAST SEEN AFTER CONTROL RUN DATE' TO TIC-EXD-REASON
052800         MOVE SPACES TO TIC-EXD-VALUE
052900         STRING 'LAST '                 DELIMITED BY SIZE
053000                MAST-LAST-SEEN-DATE     DELIMITED BY SIZE
053100                ' CONTROL '             DELIMITED BY SIZE
053200                TIC-CONTROL-DATE        DELIMITED BY SIZE
053300           INTO TIC-EXD-VALUE
053400         END-STRING
053500         ADD 1 TO TIC-DATES-COUNT
053600         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
053700     END-IF.
053800 2300-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100* 2400-CHECK-ACK - TCRMACK SETS THE ACK STATUS AND THE LAST-SENT
054200* DATE TOGETHER; ONE WITHOUT THE OTHER MEANS THE RECORD WAS
054300* CHANGED BY SOMETHING ELSE.
054400*----------------------------------------------------------------
054500 2400-CHECK-ACK.
054600     IF MAST-ACK-STATUS = SPACE
054700         GO TO 2400-EXIT
054800     END-IF
054900     IF MAST-LAST-SENT-DATE NOT = SPACES
055000         GO TO 2400-EXIT
055100     END-IF
055200     MOVE 'ACK'                     TO TIC-EXD-TAG
055300     MOVE 'ACK STATUS WITH NO LAST-SENT DATE' TO TIC-EXD-REASON
055400     MOVE SPACES TO TIC-EXD-VALUE
055500     STRING 'STATUS '               DELIMITED BY SIZE
055600            MAST-ACK-STATUS         DELIMITED BY SIZE
055700            ' REASON '              DELIMITED BY SIZE
055800            MAST-ACK-REASON         DELIMITED BY SIZE
055900       INTO TIC-EXD-VALUE
056000     END-STRING
056100     ADD 1 TO TIC-ACK-COUNT
056200     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
056300 2400-EXIT.
056400     EXIT.
056500*----------------------------------------------------------------
056600* 3000-CHECK-CONTROL-RECORD - AFTER RECON THE CONTROL RECORD'S
056700* RUN DATE IS THE LATEST DATE ON RUNHIST.DAT.  A BRANCH AHEAD OF
056800* IT MEANS RECON DID NOT RUN FOR THAT NIGHT; A CONTROL DATE
056900* AHEAD OF EVERY BRANCH MEANS THE CONTROL RECORD MOVED WITHOUT
057000* ANY BRANCH BEING PROCESSED.  WITH NO RUNHIST.DAT THERE IS
057100* NOTHING TO COMPARE AGAINST.
057200*----------------------------------------------------------------
057300 3000-CHECK-CONTROL-RECORD.
057400     IF NOT TIC-RUNHIST-PRESENT
057500         GO TO 3000-EXIT
057600     END-IF
057700     MOVE 'CONTROL'                 TO TIC-EXD-TAG
057800     MOVE TIC-CONTROL-KEY           TO TIC-EXD-CUSTOMER-ID
057900     MOVE SPACES                    TO TIC-EXD-BRANCH
058000     IF NOT TIC-CONTROL-PRESENT
058100         MOVE 'CONTROL RECORD MISSING' TO TIC-EXD-REASON
058200         MOVE SPACES TO TIC-EXD-VALUE
058300         STRING 'RUNHIST '              DELIMITED BY SIZE
058400                TIC-RUNHIST-LAST-DATE   DELIMITED BY SIZE
058500           INTO TIC-EXD-VALUE
058600         END-STRING
058700         ADD 1 TO TIC-CONTROL-COUNT
058800         PERFORM 7010-WRITE-LINE THRU 7010-EXIT
058900         GO TO 3000-EXIT
059000     END-IF
059100     IF TIC-CONTROL-DATE = TIC-RUNHIST-LAST-DATE
059200         GO TO 3000-EXIT
059300     END-IF
059400     MOVE 'CONTROL DATE NOT RUNHIST LAST DATE' TO TIC-EXD-REASON
059500     MOVE SPACES TO TIC-EXD-VALUE
059600     STRING 'CONTROL '              DELIMITED BY SIZE
059700            TIC-CONTROL-DATE        DELIMITED BY SIZE
059800            ' RUNHIST '             DELIMITED BY SIZE
059900            TIC-RUNHIST-LAST-DATE   DELIMITED BY SIZE
060000       INTO TIC-EXD-VALUE
060100     END-STRING
060200     ADD 1 TO TIC-CONTROL-COUNT
060300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
060400 3000-EXIT.
060500     EXIT.
060600*----------------------------------------------------------------
060700* 7000-WRITE-EXCEPTION - ONE LISTING LINE FOR THE CUSTOMER IN
060800* HAND.
060900*----------------------------------------------------------------
061000 7000-WRITE-EXCEPTION.
061100     MOVE MAST-KEY             TO TIC-EXD-CUSTOMER-ID
061200     MOVE TIC-MAST-BRANCH-CODE TO TIC-EXD-BRANCH
061300     PERFORM 7010-WRITE-LINE THRU 7010-EXIT.
061400 7000-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700* 7010-WRITE-LINE
061800*----------------------------------------------------------------
061900 7010-WRITE-LINE.
062000     MOVE TIC-EXCEPTION-DETAIL TO INTEGRITY-REPORT-LINE
062100     WRITE INTEGRITY-REPORT-LINE
062200     ADD 1 TO TIC-EXCEPTION-COUNT.
062300 7010-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600* 8000-WRITE-SUMMARY
062700*----------------------------------------------------------------
062800 8000-WRITE-SUMMARY.
062900     MOVE TIC-SCANNED-COUNT    TO TIC-SUM-SCANNED
063000     MOVE TIC-EXCEPTION-COUNT  TO TIC-SUM-EXCEPTIONS
063100     MOVE TIC-SUMMARY-LINE-1 TO INTEGRITY-REPORT-LINE
063200     WRITE INTEGRITY-REPORT-LINE
063300     MOVE TIC-ARCHIVE-COUNT    TO TIC-SUM-ARCHIVE
063400     MOVE TIC-BRANCH-COUNT-EXC TO TIC-SUM-BRANCH
063500     MOVE TIC-DATES-COUNT      TO TIC-SUM-DATES
063600     MOVE TIC-ACK-COUNT        TO TIC-SUM-ACK
063700     MOVE TIC-CONTROL-COUNT    TO TIC-SUM-CONTROL
063800     MOVE TIC-SUMMARY-LINE-2 TO INTEGRITY-REPORT-LINE
063900     WRITE INTEGRITY-REPORT-LINE
064000     MOVE TIC-EXCEPTION-COUNT TO TIC-SUM-EXCEPTIONS
064100     DISPLAY 'TINTCHK - ' TIC-SUM-EXCEPTIONS
064200             ' INTEGRITY EXCEPTIONS, SEE ' TIC-REPORT-FILENAME
064300     IF TIC-EXCEPTION-COUNT > ZERO
064400         MOVE 8 TO TIC-RETURN-CODE
064500     END-IF.
064600 8000-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900* 9000-TERMINATE
065000*----------------------------------------------------------------
065100 9000-TERMINATE.
065200     IF TIC-RETURN-CODE < 16
065300         PERFORM 1900-CLOSE-MASTERS THRU 1900-EXIT
065400         CLOSE INTEGRITY-REPORT-FILE
065500     END-IF
065600     MOVE TIC-RETURN-CODE TO RETURN-CODE.
065700 9000-EXIT.
065800     EXIT.
