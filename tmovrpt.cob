000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TMOVRPT.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-12.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-12  DPG  ORIGINAL PROGRAM - MONTH-END CUSTOMER BASE
001100*                  MOVEMENT REPORT BY BRANCH (YYYYMM.MOV) FOR
001200*                  BRANCH MANAGEMENT AND THE FINANCE OFFICE:
001300*                  OPENING COUNT, NEW AND RETURNED CUSTOMERS,
001400*                  ADJUDICATION MOVES IN AND OUT, PURGES, OTHER
001500*                  MOVEMENT, CLOSING COUNT, NET GROWTH AGAINST
001600*                  THE PRIOR MONTH, AND CUSTOMERS CURRENTLY
001700*                  MISSING.  THE CLOSING COUNTS ARE KEPT ON THE
001800*                  MONTHSNP.DAT SNAPSHOT AS NEXT MONTH'S OPENING.
001810* 2026-10-15  DPG  AUDIT LINE LAYOUT - NEW BRANCH STARTS IN
001820*                  COLUMN 68, NOT 69 (ADJUDICATION MOVES IN
001830*                  WERE BOOKED AGAINST THE WRONG BRANCH).
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
003000         FILE STATUS IS TMV-MASTFILE-STATUS.
003100     SELECT ARCHIVE-MASTER ASSIGN TO "CUSTARCH.DAT"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS ARCH-KEY
003500         FILE STATUS IS TMV-ARCHMAST-STATUS.
003600     SELECT BRANCH-CONTROL-FILE ASSIGN TO "BRANCHES.DAT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS TMV-BRCFILE-STATUS.
003900     SELECT STATS-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS TMV-SHXFILE-STATUS.
004200     SELECT MOVEMENT-SORT-FILE ASSIGN TO "MOVSRT01".
004300     SELECT RETURNED-CUSTOMER-FILE
004400         ASSIGN TO DYNAMIC TMV-RETCUST-FILENAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS TMV-RETFILE-STATUS.
004700     SELECT AUDIT-LOG-FILE
004800         ASSIGN TO DYNAMIC TMV-AUDIT-FILENAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS TMV-AUDITFILE-STATUS.
005100     SELECT SNAPSHOT-FILE ASSIGN TO "MONTHSNP.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS TMV-SNPFILE-STATUS.
005400     SELECT MOVEMENT-REPORT-FILE
005500         ASSIGN TO DYNAMIC TMV-REPORT-FILENAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS TMV-RPTFILE-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
006200* THE RECORD LAYOUT MUST STAY IN STEP WITH FD CUSTOMER-MASTER
006300* IN TREAD, WHICH OWNS THE FILE.
006400*
006500 FD  CUSTOMER-MASTER.
006600 01  CUSTOMER-MASTER-RECORD.
006700     05  MAST-KEY              PIC X(10).
006800     05  MAST-BRANCH-COUNTRY   PIC X(02).
006900     05  MAST-BRANCH-CITY      PIC X(04).
007000     05  MAST-FIRST-SEEN-DATE  PIC X(08).
007100     05  MAST-LAST-SEEN-DATE   PIC X(08).
007200     05  MAST-PRIOR-SEEN-DATE  PIC X(08).
007300     05  MAST-CUSTOMER-NAME.
007400         10  MAST-LASTNAME     PIC X(20).
007500         10  MAST-FIRSTNAME    PIC X(20).
007600         10  MAST-MIDDLENAME   PIC X(20).
007700     05  MAST-CUSTOMER-ADDRESS.
007800         10  MAST-ADR-STREET   PIC X(25).
007900         10  MAST-ADR-CITY     PIC X(15).
008000         10  MAST-ADR-POSTAL   PIC X(10).
008100         10  MAST-ADR-PHONE    PIC X(15).
008200     05  MAST-LAST-SENT-DATE   PIC X(08).
008300     05  MAST-ACK-STATUS       PIC X(01).
008400     05  MAST-ACK-REASON       PIC X(04).
008500*
008600* THE RECORD LAYOUT MUST STAY IN STEP WITH FD ARCHIVE-MASTER IN
008700* TREAD, WHICH OWNS THE FILE.
008800*
008900 FD  ARCHIVE-MASTER.
009000 01  ARCHIVE-MASTER-RECORD.
009100     05  ARCH-KEY              PIC X(10).
009200     05  ARCH-BRANCH-COUNTRY   PIC X(02).
009300     05  ARCH-BRANCH-CITY      PIC X(04).
009400     05  ARCH-FIRST-SEEN-DATE  PIC X(08).
009500     05  ARCH-LAST-SEEN-DATE   PIC X(08).
009600     05  ARCH-PRIOR-SEEN-DATE  PIC X(08).
009700     05  ARCH-CUSTOMER-NAME    PIC X(60).
009800     05  ARCH-CUSTOMER-ADDRESS PIC X(65).
009900     05  ARCH-PURGE-DATE       PIC X(08).
010000*
010100* THE RECORD LAYOUT MUST STAY IN STEP WITH FD BRANCH-CONTROL-FILE
010200* IN TREAD, WHICH OWNS THE FILE.
010300*
010400 FD  BRANCH-CONTROL-FILE
010500     RECORD CONTAINS 28 CHARACTERS.
010600 01  BRANCH-CONTROL-RECORD.
010700     05  BRC-BRANCH-CODE       PIC X(06).
010800     05  BRC-ACTIVE-FLAG       PIC X(01).
010900     05  BRC-CUTOFF-TIME       PIC X(06).
011000     05  BRC-MIN-COUNT         PIC 9(07).
011100     05  BRC-MAX-COUNT         PIC 9(07).
011200     05  BRC-RECON-MODE        PIC X(01).
011300*
011400* THE RECORD LAYOUT MUST STAY IN STEP WITH FD STATS-HISTORY-FILE
011500* IN TREAD, WHICH OWNS THE FILE.
011600*
011700 FD  STATS-HISTORY-FILE
011800     RECORD CONTAINS 52 CHARACTERS.
011900 01  STATS-HISTORY-RECORD.
012000     05  SHX-RUN-DATE          PIC X(08).
012100     05  SHX-BRANCH-CODE       PIC X(06).
012200     05  SHX-RESULT            PIC X(07).
012300     05  SHX-RECORD-COUNT      PIC 9(07).
012400     05  SHX-EXCEPTION-COUNT   PIC 9(07).
012500     05  SHX-NEWCUST-COUNT     PIC 9(07).
012600     05  SHX-RETURN-CODE       PIC 9(02).
012700     05  SHX-RERUN-FLAG        PIC X(01).
012800     05  SHX-ADRWARN-COUNT     PIC 9(07).
012900*
013000 SD  MOVEMENT-SORT-FILE.
013100 01  MOVEMENT-SORT-RECORD.
013200     05  MSW-BRANCH-CODE       PIC X(06).
013300     05  MSW-RUN-DATE          PIC X(08).
013400     05  MSW-NEWCUST-COUNT     PIC 9(07).
013500*
013600* TREAD'S NIGHTLY RETURNED-CUSTOMER REPORT (YYYYMMDD.RET), ONE
013700* PER NIGHT FOR THE WHOLE NETWORK.  ONLY THE CUSTOMER-ID AND THE
013800* PRIOR OWNING BRANCH ARE TAKEN FROM IT.
013900*
014000 FD  RETURNED-CUSTOMER-FILE
014100     RECORD CONTAINS 96 CHARACTERS.
014200 01  RETURNED-CUSTOMER-LINE.
014300     05  RET-TAG               PIC X(09).
014400     05  RET-CUSTOMER-ID       PIC X(10).
014500     05  FILLER                PIC X(01).
014600     05  RET-RUN-DATE          PIC X(08).
014700     05  FILLER                PIC X(07).
014800     05  RET-PRIOR-CTRY        PIC X(02).
014900     05  FILLER                PIC X(01).
015000     05  RET-PRIOR-CITY        PIC X(04).
015100     05  FILLER                PIC X(54).
015200*
015300* THE ACTIVE AUDIT LOG OR THE MONTH'S RETIRED GENERATION
015400* (AUDYYYYMM.LST).  TADJUD'S LINE IS TAGGED 'ADJUD', FUNCTION
015500* 'ADJ', WITH THE OLD AND NEW OWNING BRANCH AS CC-CITY.
015600*
015700 FD  AUDIT-LOG-FILE
015800     RECORD CONTAINS 97 CHARACTERS.
015900 01  AUDIT-LOG-LINE.
016000     05  AUD-TAG               PIC X(06).
016100     05  AUD-DATE              PIC X(08).
016200     05  FILLER                PIC X(12).
016300     05  AUD-FUNCTION          PIC X(03).
016400     05  FILLER                PIC X(16).
016500     05  AUD-OLD-CTRY          PIC X(02).
016600     05  FILLER                PIC X(01).
016700     05  AUD-OLD-CITY          PIC X(04).
016800     05  FILLER                PIC X(15).
016900     05  AUD-NEW-CTRY          PIC X(02).
017000     05  FILLER                PIC X(01).
017100     05  AUD-NEW-CITY          PIC X(04).
017200     05  FILLER                PIC X(23).
017300*
017400* ONE RECORD PER BRANCH PER MONTH-END: THE CLOSING COUNT AND THE
017500* MONTH'S NET GROWTH.  ONLY THE PRIOR MONTH AND THE MONTH JUST
017600* REPORTED ARE KEPT, SO RERUNNING A MONTH STILL FINDS ITS
017700* OPENING COUNTS.
017800*
017900 FD  SNAPSHOT-FILE
018000     RECORD CONTAINS 27 CHARACTERS.
018100 01  SNAPSHOT-RECORD.
018200     05  SNP-MONTH             PIC X(06).
018300     05  SNP-BRANCH-CODE       PIC X(06).
018400     05  SNP-CLOSING-COUNT     PIC 9(07).
018500     05  SNP-NET-GROWTH        PIC S9(07)
018600                               SIGN IS LEADING SEPARATE.
018700*
018800 FD  MOVEMENT-REPORT-FILE
018900     RECORD CONTAINS 100 CHARACTERS.
019000 01  MOVEMENT-REPORT-LINE      PIC X(100).
019100*
019200 WORKING-STORAGE SECTION.
019300*----------------------------------------------------------------
019400* SWITCHES
019500*----------------------------------------------------------------
019600 77  TMV-MASTFILE-STATUS       PIC X(02)     VALUE SPACES.
019700     88  TMV-MASTFILE-OK                     VALUE '00'.
019800 77  TMV-ARCHMAST-STATUS       PIC X(02)     VALUE SPACES.
019900     88  TMV-ARCHMAST-OK                     VALUE '00'.
020000     88  TMV-ARCHMAST-NOT-FOUND              VALUE '35'.
020100 77  TMV-BRCFILE-STATUS        PIC X(02)     VALUE SPACES.
020200     88  TMV-BRCFILE-OK                      VALUE '00'.
020300 77  TMV-SHXFILE-STATUS        PIC X(02)     VALUE SPACES.
020400     88  TMV-SHXFILE-OK                      VALUE '00'.
020500     88  TMV-SHXFILE-NOT-FOUND               VALUE '35'.
020600 77  TMV-RETFILE-STATUS        PIC X(02)     VALUE SPACES.
020700     88  TMV-RETFILE-OK                      VALUE '00'.
020800     88  TMV-RETFILE-NOT-FOUND               VALUE '35'.
020900 77  TMV-AUDITFILE-STATUS      PIC X(02)     VALUE SPACES.
021000     88  TMV-AUDITFILE-OK                    VALUE '00'.
021100     88  TMV-AUDITFILE-NOT-FOUND             VALUE '35'.
021200 77  TMV-SNPFILE-STATUS        PIC X(02)     VALUE SPACES.
021300     88  TMV-SNPFILE-OK                      VALUE '00'.
021400     88  TMV-SNPFILE-NOT-FOUND               VALUE '35'.
021500 77  TMV-RPTFILE-STATUS        PIC X(02)     VALUE SPACES.
021600     88  TMV-RPTFILE-OK                      VALUE '00'.
021700*
021800 77  TMV-FILE-EOF-SWITCH       PIC X(01)     VALUE 'N'.
021900     88  TMV-FILE-END-OF-FILE                VALUE 'Y'.
022000     88  TMV-FILE-NOT-END-OF-FILE            VALUE 'N'.
022100 77  TMV-SRT-EOF-SWITCH        PIC X(01)     VALUE 'N'.
022200     88  TMV-SRT-END-OF-FILE                 VALUE 'Y'.
022300     88  TMV-SRT-NOT-END-OF-FILE             VALUE 'N'.
022400 77  TMV-HELD-SWITCH           PIC X(01)     VALUE 'N'.
022500     88  TMV-NIGHT-HELD                      VALUE 'Y'.
022600     88  TMV-NO-NIGHT-HELD                   VALUE 'N'.
022700 77  TMV-MASTER-SWITCH         PIC X(01)     VALUE 'N'.
022800     88  TMV-MASTER-OPEN                     VALUE 'Y'.
022900 77  TMV-ARCHIVE-SWITCH        PIC X(01)     VALUE 'N'.
023000     88  TMV-ARCHIVE-PRESENT                 VALUE 'Y'.
023100 77  TMV-FOUND-SWITCH          PIC X(01)     VALUE 'N'.
023200     88  TMV-BRANCH-FOUND                    VALUE 'Y'.
023300     88  TMV-BRANCH-NOT-FOUND                VALUE 'N'.
023400 77  TMV-DERIVED-SWITCH        PIC X(01)     VALUE 'N'.
023500     88  TMV-ANY-OPENING-DERIVED             VALUE 'Y'.
023600*
023700*----------------------------------------------------------------
023800* RUN CONTROL FIELDS
023900*----------------------------------------------------------------
024000 77  TMV-CONTROL-KEY           PIC X(10)     VALUE
024100         '9999999999'.
024200 77  TMV-CONTROL-DATE          PIC X(08)     VALUE SPACES.
024300 77  TMV-REPORT-FILENAME       PIC X(30)     VALUE SPACES.
024400 77  TMV-RETCUST-FILENAME      PIC X(30)     VALUE SPACES.
024500 77  TMV-AUDIT-FILENAME        PIC X(30)     VALUE SPACES.
024600 77  TMV-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
024700 77  TMV-LOOKUP-BRANCH         PIC X(06)     VALUE SPACES.
024800 77  TMV-DAY                   PIC 9(02)     VALUE ZERO.
024900 77  TMV-SNAP-HOLD-COUNT       PIC 9(03) COMP VALUE ZERO.
025000*
025100* THE MONTH REPORTED AND THE ONE BEFORE IT (FOR THE OPENING
025200* COUNTS), BOTH AS YYYYMM.
025300*
025400 01  TMV-MONTH.
025500     05  TMV-MONTH-YEAR        PIC 9(04).
025600     05  TMV-MONTH-MONTH       PIC 9(02).
025700 01  TMV-PRIOR-MONTH.
025800     05  TMV-PRIOR-YEAR        PIC 9(04).
025900     05  TMV-PRIOR-MONTH-MONTH PIC 9(02).
026000*
026100* THE NIGHT IN HAND FROM THE SORTED STATS HISTORY - A LATER
026200* RECORD FOR THE SAME BRANCH AND DATE (A RERUN OR SWEEP
026300* CORRECTION) REPLACES IT BEFORE IT IS COUNTED, AS IN TSTATRP.
026400*
026500 01  TMV-HELD-NIGHT.
026600     05  TMV-HLD-BRANCH-CODE   PIC X(06).
026700     05  TMV-HLD-RUN-DATE      PIC X(08).
026800     05  TMV-HLD-NEWCUST-COUNT PIC 9(07).
026900*
027000*----------------------------------------------------------------
027100* BRANCH TABLE - EVERY BRANCH ON BRANCHES.DAT, PLUS ANY BRANCH
027200* CODE FOUND OWNING CUSTOMERS OR ON THE SNAPSHOT THAT IS NO
027300* LONGER ON FILE.
027400*----------------------------------------------------------------
027500 01  TMV-BRANCH-TABLE.
027600     05  TMV-BRANCH-ENTRY OCCURS 30 TIMES
027700                          INDEXED BY TMV-BRANCH-IDX.
027800         10  TMV-BRE-BRANCH-CODE   PIC X(06).
027900         10  TMV-BRE-OPENING       PIC 9(07) COMP.
028000         10  TMV-BRE-NEW           PIC 9(07) COMP.
028100         10  TMV-BRE-RETURNED      PIC 9(07) COMP.
028200         10  TMV-BRE-ADJ-IN        PIC 9(07) COMP.
028300         10  TMV-BRE-ADJ-OUT       PIC 9(07) COMP.
028400         10  TMV-BRE-PURGED        PIC 9(07) COMP.
028500         10  TMV-BRE-CLOSING       PIC 9(07) COMP.
028600         10  TMV-BRE-MISSING       PIC 9(07) COMP.
028700         10  TMV-BRE-PRIOR-NET     PIC S9(07) COMP.
028800         10  TMV-BRE-NET           PIC S9(07) COMP.
028900         10  TMV-BRE-SNAP-SWITCH   PIC X(01).
029000             88  TMV-BRE-HAS-SNAPSHOT          VALUE 'Y'.
029100 77  TMV-BRANCH-COUNT          PIC 9(02) COMP VALUE ZERO.
029200 77  TMV-BRANCH-LIMIT          PIC 9(02) COMP VALUE 30.
029300 77  TMV-BRANCH-SUB            PIC 9(02) COMP VALUE ZERO.
029400*
029500* THE PRIOR MONTH'S SNAPSHOT RECORDS, HELD TO BE WRITTEN BACK
029600* BESIDE THIS MONTH'S.
029700*
029800 01  TMV-SNAP-HOLD-TABLE.
029900     05  TMV-SNAP-HOLD-ENTRY OCCURS 30 TIMES
030000                             INDEXED BY TMV-SNAP-IDX.
030100         10  TMV-SNH-RECORD        PIC X(27).
030200*
030300*----------------------------------------------------------------
030400* MOVEMENT ARITHMETIC FOR THE BRANCH IN HAND AND NETWORK TOTALS
030500*----------------------------------------------------------------
030600 77  TMV-MOVEMENT              PIC S9(09) COMP VALUE ZERO.
030700 77  TMV-WORK-OPENING          PIC S9(09) COMP VALUE ZERO.
030800 77  TMV-OTHER                 PIC S9(09) COMP VALUE ZERO.
030900 77  TMV-NET                   PIC S9(09) COMP VALUE ZERO.
031000 77  TMV-TOT-OPENING           PIC 9(09) COMP VALUE ZERO.
031100 77  TMV-TOT-NEW               PIC 9(09) COMP VALUE ZERO.
031200 77  TMV-TOT-RETURNED          PIC 9(09) COMP VALUE ZERO.
031300 77  TMV-TOT-ADJ-IN            PIC 9(09) COMP VALUE ZERO.
031400 77  TMV-TOT-ADJ-OUT           PIC 9(09) COMP VALUE ZERO.
031500 77  TMV-TOT-PURGED            PIC 9(09) COMP VALUE ZERO.
031600 77  TMV-TOT-OTHER             PIC S9(09) COMP VALUE ZERO.
031700 77  TMV-TOT-CLOSING           PIC 9(09) COMP VALUE ZERO.
031800 77  TMV-TOT-NET               PIC S9(09) COMP VALUE ZERO.
031900 77  TMV-TOT-PRIOR-NET         PIC S9(09) COMP VALUE ZERO.
032000 77  TMV-TOT-MISSING           PIC 9(09) COMP VALUE ZERO.
032100*
032200*----------------------------------------------------------------
032300* REPORT LINE LAYOUTS
032400*----------------------------------------------------------------
032500 01  TMV-TITLE-LINE.
032600     05  FILLER                PIC X(34) VALUE
032700         'CUSTOMER BASE MOVEMENT BY BRANCH'.
032800     05  FILLER                PIC X(07) VALUE 'MONTH: '.
032900     05  TMV-TTL-MONTH         PIC X(06).
033000     05  FILLER                PIC X(16) VALUE
033100         '  CONTROL DATE: '.
033200     05  TMV-TTL-CONTROL-DATE  PIC X(08).
033300*
033400 01  TMV-HEADING-LINE.
033500     05  FILLER                PIC X(07) VALUE 'BRANCH'.
033600     05  FILLER                PIC X(08) VALUE ' OPENING'.
033700     05  FILLER                PIC X(08) VALUE '     NEW'.
033800     05  FILLER                PIC X(08) VALUE 'RETURNED'.
033900     05  FILLER                PIC X(08) VALUE '  ADJ IN'.
034000     05  FILLER                PIC X(08) VALUE ' ADJ OUT'.
034100     05  FILLER                PIC X(08) VALUE '  PURGED'.
034200     05  FILLER                PIC X(09) VALUE '    OTHER'.
034300     05  FILLER                PIC X(08) VALUE ' CLOSING'.
034400     05  FILLER                PIC X(09) VALUE '      NET'.
034500     05  FILLER                PIC X(09) VALUE 'PRIOR NET'.
034600     05  FILLER                PIC X(08) VALUE ' MISSING'.
034700*
034800 01  TMV-DETAIL-LINE.
034900     05  TMV-DTL-BRANCH        PIC X(06).
035000     05  TMV-DTL-FLAG          PIC X(01).
035100     05  TMV-DTL-OPENING       PIC ZZZZZZZ9.
035200     05  TMV-DTL-NEW           PIC ZZZZZZZ9.
035300     05  TMV-DTL-RETURNED      PIC ZZZZZZZ9.
035400     05  TMV-DTL-ADJ-IN        PIC ZZZZZZZ9.
035500     05  TMV-DTL-ADJ-OUT       PIC ZZZZZZZ9.
035600     05  TMV-DTL-PURGED        PIC ZZZZZZZ9.
035700     05  TMV-DTL-OTHER         PIC -ZZZZZZZ9.
035800     05  TMV-DTL-CLOSING       PIC ZZZZZZZ9.
035900     05  TMV-DTL-NET           PIC -ZZZZZZZ9.
036000     05  TMV-DTL-PRIOR-NET     PIC -ZZZZZZZ9.
036100     05  TMV-DTL-PRIOR-NET-X   REDEFINES TMV-DTL-PRIOR-NET
036200                               PIC X(09).
036300     05  TMV-DTL-MISSING       PIC ZZZZZZZ9.
036400*
036500 01  TMV-DERIVED-NOTE.
036600     05  FILLER                PIC X(36) VALUE
036700         '* OPENING DERIVED AS CLOSING LESS '.
036800     05  FILLER                PIC X(33) VALUE
036900         'MOVEMENT - NO SNAPSHOT FOR MONTH '.
037000     05  TMV-DRV-PRIOR-MONTH   PIC X(06).
037100*
037200 01  TMV-OTHER-NOTE.
037300     05  FILLER                PIC X(50) VALUE
037400         'OTHER = MAINTENANCE AND ANY MOVEMENT NOT COUNTED '.
037500     05  FILLER                PIC X(47) VALUE
037600         'ABOVE.  MISSING = NOT SEEN ON THE CONTROL DATE.'.
037700*
037800*----------------------------------------------------------------
037900 LINKAGE SECTION.
038000*----------------------------------------------------------------
038100* JCL PARM: POSITIONS 1-6 ARE THE MONTH (YYYYMM) BEING CLOSED.
038200* RUN INTERACTIVELY WITH NO PARM, IT IS PROMPTED FOR ON THE
038300* CONSOLE.  RUN AFTER THE LAST NIGHTLY RUN OF THE MONTH AND
038400* BEFORE THE FIRST OF THE NEXT, SO THE MASTER HOLDS THE CLOSING
038500* POSITION.
038600*----------------------------------------------------------------
038700 01  TMV-PARM-LENGTH           PIC S9(04) COMP.
038800 01  TMV-PARM-DATA             PIC X(06).
038900*
039000 PROCEDURE DIVISION USING TMV-PARM-LENGTH TMV-PARM-DATA.
039100*----------------------------------------------------------------
039200* 0000-MAINLINE
039300*----------------------------------------------------------------
039400 0000-MAINLINE.
039500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039600     IF TMV-RETURN-CODE < 8
039700         PERFORM 2000-COUNT-MASTER THRU 2000-EXIT
039800         PERFORM 3000-COUNT-PURGED THRU 3000-EXIT
039900         PERFORM 4000-COUNT-NEW THRU 4000-EXIT
040000         PERFORM 5000-COUNT-RETURNED THRU 5000-EXIT
040100         PERFORM 6000-COUNT-ADJUDICATION THRU 6000-EXIT
040200     END-IF
040300     IF TMV-RETURN-CODE < 8
040400         PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
040500         PERFORM 7500-WRITE-SNAPSHOT THRU 7500-EXIT
040600     END-IF
040700     PERFORM 9000-TERMINATE THRU 9000-EXIT
040800     STOP RUN.
040900*----------------------------------------------------------------
041000* 1000-INITIALIZE
041100*----------------------------------------------------------------
041200 1000-INITIALIZE.
041300     IF TMV-PARM-LENGTH > 5
041400         MOVE TMV-PARM-DATA (1:6) TO TMV-MONTH
041500     ELSE
041600         DISPLAY 'TMOVRPT - ENTER MONTH (YYYYMM): '
041700         ACCEPT TMV-MONTH FROM CONSOLE
041800     END-IF
041900     IF TMV-MONTH IS NOT NUMERIC
042000         OR TMV-MONTH-MONTH < 1
042100         OR TMV-MONTH-MONTH > 12
042200         DISPLAY 'TMOVRPT - MONTH NOT VALID: ' TMV-MONTH
042300         MOVE 16 TO TMV-RETURN-CODE
042400         GO TO 1000-EXIT
042500     END-IF
042600     IF TMV-MONTH-MONTH = 1
042700         COMPUTE TMV-PRIOR-YEAR = TMV-MONTH-YEAR - 1
042800         MOVE 12 TO TMV-PRIOR-MONTH-MONTH
042900     ELSE
043000         MOVE TMV-MONTH-YEAR TO TMV-PRIOR-YEAR
043100         COMPUTE TMV-PRIOR-MONTH-MONTH = TMV-MONTH-MONTH - 1
043200     END-IF
043300     OPEN INPUT CUSTOMER-MASTER
043400     IF NOT TMV-MASTFILE-OK
043500         DISPLAY 'TMOVRPT - CUSTOMER MASTER OPEN FAILED, '
043600                 'STATUS ' TMV-MASTFILE-STATUS
043700         MOVE 16 TO TMV-RETURN-CODE
043800         GO TO 1000-EXIT
043900     END-IF
044000     SET TMV-MASTER-OPEN TO TRUE
044100     OPEN INPUT ARCHIVE-MASTER
044200     IF TMV-ARCHMAST-OK
044300         SET TMV-ARCHIVE-PRESENT TO TRUE
044400     ELSE
044500         IF NOT TMV-ARCHMAST-NOT-FOUND
044600             DISPLAY 'TMOVRPT - ARCHIVE MASTER OPEN FAILED, '
044700                     'STATUS ' TMV-ARCHMAST-STATUS
044800             MOVE 16 TO TMV-RETURN-CODE
044900             GO TO 1000-EXIT
045000         END-IF
045100     END-IF
045200     MOVE TMV-CONTROL-KEY TO MAST-KEY
045300     READ CUSTOMER-MASTER
045400         INVALID KEY MOVE SPACES TO TMV-CONTROL-DATE
045500         NOT INVALID KEY
045600             MOVE MAST-LAST-SEEN-DATE TO TMV-CONTROL-DATE
045700     END-READ
045800     PERFORM 1100-LOAD-BRANCH-TABLE THRU 1100-EXIT
045900     IF TMV-RETURN-CODE NOT < 8
046000         GO TO 1000-EXIT
046100     END-IF
046200     PERFORM 1200-LOAD-SNAPSHOT THRU 1200-EXIT
046300     IF TMV-RETURN-CODE NOT < 8
046400         GO TO 1000-EXIT
046500     END-IF
046600     MOVE SPACES TO TMV-REPORT-FILENAME
046700     STRING TMV-MONTH               DELIMITED BY SIZE
046800            '.mov'                  DELIMITED BY SIZE
046900       INTO TMV-REPORT-FILENAME
047000     END-STRING
047100     OPEN OUTPUT MOVEMENT-REPORT-FILE
047200     IF NOT TMV-RPTFILE-OK
047300         DISPLAY 'TMOVRPT - REPORT OPEN FAILED, STATUS '
047400                 TMV-RPTFILE-STATUS
047500         MOVE 16 TO TMV-RETURN-CODE
047600     END-IF.
047700 1000-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000* 1100-LOAD-BRANCH-TABLE
048100*----------------------------------------------------------------
048200 1100-LOAD-BRANCH-TABLE.
048300     MOVE ZERO TO TMV-BRANCH-COUNT
048400     MOVE 'N' TO TMV-FILE-EOF-SWITCH
048500     OPEN INPUT BRANCH-CONTROL-FILE
048600     IF NOT TMV-BRCFILE-OK
048700         DISPLAY 'TMOVRPT - BRANCH CONTROL FILE OPEN FAILED, '
048800                 'STATUS ' TMV-BRCFILE-STATUS
048900         MOVE 16 TO TMV-RETURN-CODE
049000         GO TO 1100-EXIT
049100     END-IF
049200     PERFORM 1110-LOAD-ONE-BRANCH THRU 1110-EXIT
049300         UNTIL TMV-FILE-END-OF-FILE
049400     CLOSE BRANCH-CONTROL-FILE.
049500 1100-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049800* 1110-LOAD-ONE-BRANCH
049900*----------------------------------------------------------------
050000 1110-LOAD-ONE-BRANCH.
050100     READ BRANCH-CONTROL-FILE
050200         AT END SET TMV-FILE-END-OF-FILE TO TRUE
050300     END-READ
050400     IF TMV-FILE-END-OF-FILE
050500         GO TO 1110-EXIT
050600     END-IF
050700     IF BRC-BRANCH-CODE = SPACES
050800         GO TO 1110-EXIT
050900     END-IF
051000     MOVE BRC-BRANCH-CODE TO TMV-LOOKUP-BRANCH
051100     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT.
051200 1110-EXIT.
051300     EXIT.
051400*----------------------------------------------------------------
051500* 1200-LOAD-SNAPSHOT - THE PRIOR MONTH'S CLOSING COUNTS BECOME
051600* THIS MONTH'S OPENING COUNTS.  A SNAPSHOT RECORD FOR THE MONTH
051700* BEING REPORTED IS FROM AN EARLIER RUN OF IT AND IS REPLACED.
051800* NO FILE (THE FIRST MONTH-END) IS NOT AN ERROR.
051900*----------------------------------------------------------------
052000 1200-LOAD-SNAPSHOT.
052100     MOVE ZERO TO TMV-SNAP-HOLD-COUNT
052200     MOVE 'N' TO TMV-FILE-EOF-SWITCH
052300     OPEN INPUT SNAPSHOT-FILE
052400     IF TMV-SNPFILE-NOT-FOUND
052500         GO TO 1200-EXIT
052600     END-IF
052700     IF NOT TMV-SNPFILE-OK
052800         DISPLAY 'TMOVRPT - SNAPSHOT OPEN FAILED, STATUS '
052900                 TMV-SNPFILE-STATUS
053000         MOVE 16 TO TMV-RETURN-CODE
053100         GO TO 1200-EXIT
053200     END-IF
053300     PERFORM 1210-LOAD-ONE-SNAPSHOT THRU 1210-EXIT
053400         UNTIL TMV-FILE-END-OF-FILE
053500     CLOSE SNAPSHOT-FILE.
053600 1200-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900* 1210-LOAD-ONE-SNAPSHOT
054000*----------------------------------------------------------------
054100 1210-LOAD-ONE-SNAPSHOT.
054200     READ SNAPSHOT-FILE
054300         AT END SET TMV-FILE-END-OF-FILE TO TRUE
054400     END-READ
054500     IF TMV-FILE-END-OF-FILE
054600         GO TO 1210-EXIT
054700     END-IF
054800     IF SNP-MONTH NOT = TMV-PRIOR-MONTH
054900         GO TO 1210-EXIT
055000     END-IF
055100     IF TMV-SNAP-HOLD-COUNT >= TMV-BRANCH-LIMIT
055200         DISPLAY 'TMOVRPT - SNAPSHOT EXCEEDS TABLE LIMIT'
055300         MOVE 12 TO TMV-RETURN-CODE
055400         SET TMV-FILE-END-OF-FILE TO TRUE
055500         GO TO 1210-EXIT
055600     END-IF
055700     ADD 1 TO TMV-SNAP-HOLD-COUNT
055800     SET TMV-SNAP-IDX TO TMV-SNAP-HOLD-COUNT
055900     MOVE SNAPSHOT-RECORD TO TMV-SNH-RECORD (TMV-SNAP-IDX)
056000     MOVE SNP-BRANCH-CODE TO TMV-LOOKUP-BRANCH
056100     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT
056200     IF TMV-BRANCH-FOUND
056300         MOVE SNP-CLOSING-COUNT
056400                             TO TMV-BRE-OPENING (TMV-BRANCH-IDX)
056500         MOVE SNP-NET-GROWTH
056600                             TO TMV-BRE-PRIOR-NET (TMV-BRANCH-IDX)
056700         SET TMV-BRE-HAS-SNAPSHOT (TMV-BRANCH-IDX) TO TRUE
056800     END-IF.
056900 1210-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------
057200* 2000-COUNT-MASTER - THE CLOSING POSITION.  A CUSTOMER NOT
057300* SEEN ON THE CONTROL RECORD'S RUN DATE IS CURRENTLY MISSING.
057400*----------------------------------------------------------------
057500 2000-COUNT-MASTER.
057600     MOVE 'N' TO TMV-FILE-EOF-SWITCH
057700     MOVE LOW-VALUES TO MAST-KEY
057800     START CUSTOMER-MASTER KEY IS >= MAST-KEY
057900         INVALID KEY SET TMV-FILE-END-OF-FILE TO TRUE
058000     END-START
058100     PERFORM 2010-COUNT-ONE-CUSTOMER THRU 2010-EXIT
058200         UNTIL TMV-FILE-END-OF-FILE.
058300 2000-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------
058600* 2010-COUNT-ONE-CUSTOMER - THE CONTROL RECORD IS NOT A CUSTOMER.
058700*----------------------------------------------------------------
058800 2010-COUNT-ONE-CUSTOMER.
058900     READ CUSTOMER-MASTER NEXT RECORD
059000         AT END SET TMV-FILE-END-OF-FILE TO TRUE
059100     END-READ
059200     IF TMV-FILE-END-OF-FILE
059300         GO TO 2010-EXIT
059400     END-IF
059500     IF MAST-KEY = TMV-CONTROL-KEY
059600         GO TO 2010-EXIT
059700     END-IF
059800     MOVE MAST-BRANCH-COUNTRY TO TMV-LOOKUP-BRANCH (1:2)
059900     MOVE MAST-BRANCH-CITY    TO TMV-LOOKUP-BRANCH (3:4)
060000     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT
060100     IF TMV-BRANCH-NOT-FOUND
060200         GO TO 2010-EXIT
060300     END-IF
060400     ADD 1 TO TMV-BRE-CLOSING (TMV-BRANCH-IDX)
060500     IF TMV-CONTROL-DATE NOT = SPACES
060600         AND MAST-LAST-SEEN-DATE < TMV-CONTROL-DATE
060700         ADD 1 TO TMV-BRE-MISSING (TMV-BRANCH-IDX)
060800     END-IF.
060900 2010-EXIT.
061000     EXIT.
061100*----------------------------------------------------------------
061200* 2900-FIND-BRANCH - POINT TMV-BRANCH-IDX AT TMV-LOOKUP-BRANCH,
061300* ADDING IT TO THE TABLE IF IT IS NOT THERE YET.
061400*----------------------------------------------------------------
061500 2900-FIND-BRANCH.
061600     SET TMV-BRANCH-FOUND TO TRUE
061700     SET TMV-BRANCH-IDX TO 1
061800     SEARCH TMV-BRANCH-ENTRY
061900         AT END SET TMV-BRANCH-NOT-FOUND TO TRUE
062000         WHEN TMV-BRANCH-IDX > TMV-BRANCH-COUNT
062100             SET TMV-BRANCH-NOT-FOUND TO TRUE
062200         WHEN TMV-BRE-BRANCH-CODE (TMV-BRANCH-IDX)
062300                  = TMV-LOOKUP-BRANCH
062400             GO TO 2900-EXIT
062500     END-SEARCH
062600     IF TMV-BRANCH-COUNT >= TMV-BRANCH-LIMIT
062700         DISPLAY 'TMOVRPT - BRANCH TABLE LIMIT REACHED, '
062800                 TMV-LOOKUP-BRANCH ' NOT COUNTED'
062900         MOVE 12 TO TMV-RETURN-CODE
063000         GO TO 2900-EXIT
063100     END-IF
063200     ADD 1 TO TMV-BRANCH-COUNT
063300     SET TMV-BRANCH-IDX TO TMV-BRANCH-COUNT
063400     MOVE TMV-LOOKUP-BRANCH
063500                         TO TMV-BRE-BRANCH-CODE (TMV-BRANCH-IDX)
063600     MOVE ZERO TO TMV-BRE-OPENING (TMV-BRANCH-IDX)
063700     MOVE ZERO TO TMV-BRE-NEW (TMV-BRANCH-IDX)
063800     MOVE ZERO TO TMV-BRE-RETURNED (TMV-BRANCH-IDX)
063900     MOVE ZERO TO TMV-BRE-ADJ-IN (TMV-BRANCH-IDX)
064000     MOVE ZERO TO TMV-BRE-ADJ-OUT (TMV-BRANCH-IDX)
064100     MOVE ZERO TO TMV-BRE-PURGED (TMV-BRANCH-IDX)
064200     MOVE ZERO TO TMV-BRE-CLOSING (TMV-BRANCH-IDX)
064300     MOVE ZERO TO TMV-BRE-MISSING (TMV-BRANCH-IDX)
064400     MOVE ZERO TO TMV-BRE-PRIOR-NET (TMV-BRANCH-IDX)
064500     MOVE ZERO TO TMV-BRE-NET (TMV-BRANCH-IDX)
064600     MOVE 'N'  TO TMV-BRE-SNAP-SWITCH (TMV-BRANCH-IDX)
064700     SET TMV-BRANCH-FOUND TO TRUE.
064800 2900-EXIT.
064900     EXIT.
065000*----------------------------------------------------------------
065100* 3000-COUNT-PURGED - EVERY ARCHIVE MASTER RECORD WHOSE PURGE
065200* DATE FALLS IN THE MONTH, AGAINST THE BRANCH THAT OWNED IT.
065300*----------------------------------------------------------------
065400 3000-COUNT-PURGED.
065500     IF NOT TMV-ARCHIVE-PRESENT
065600         GO TO 3000-EXIT
065700     END-IF
065800     MOVE 'N' TO TMV-FILE-EOF-SWITCH
065900     MOVE LOW-VALUES TO ARCH-KEY
066000     START ARCHIVE-MASTER KEY IS >= ARCH-KEY
066100         INVALID KEY SET TMV-FILE-END-OF-FILE TO TRUE
066200     END-START
066300     PERFORM 3010-COUNT-ONE-ARCHIVE THRU 3010-EXIT
066400         UNTIL TMV-FILE-END-OF-FILE.
066500 3000-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800* 3010-COUNT-ONE-ARCHIVE
066900*----------------------------------------------------------------
067000 3010-COUNT-ONE-ARCHIVE.
067100     READ ARCHIVE-MASTER NEXT RECORD
067200         AT END SET TMV-FILE-END-OF-FILE TO TRUE
067300     END-READ
067400     IF TMV-FILE-END-OF-FILE
067500         GO TO 3010-EXIT
067600     END-IF
067700     IF ARCH-PURGE-DATE (1:6) NOT = TMV-MONTH
067800         GO TO 3010-EXIT
067900     END-IF
068000     MOVE ARCH-BRANCH-COUNTRY TO TMV-LOOKUP-BRANCH (1:2)
068100     MOVE ARCH-BRANCH-CITY    TO TMV-LOOKUP-BRANCH (3:4)
068200     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT
068300     IF TMV-BRANCH-FOUND
068400         ADD 1 TO TMV-BRE-PURGED (TMV-BRANCH-IDX)
068500     END-IF.
068600 3010-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900* 4000-COUNT-NEW - THE NIGHTLY NEW-CUSTOMER COUNTS FROM THE
069000* STATS HISTORY (THE SAME COUNT AS EACH NIGHT'S NEW-CUSTOMER
069100* FILE), SORTED BY BRANCH AND DATE SO ONLY THE LAST RECORD OF A
069200* RERUN NIGHT IS COUNTED.  NO HISTORY FILE MEANS NO NEW
069300* CUSTOMERS RECORDED.
069400*----------------------------------------------------------------
069500 4000-COUNT-NEW.
069600     OPEN INPUT STATS-HISTORY-FILE
069700     IF TMV-SHXFILE-NOT-FOUND
069800         GO TO 4000-EXIT
069900     END-IF
070000     IF NOT TMV-SHXFILE-OK
070100         DISPLAY 'TMOVRPT - STATS HISTORY OPEN FAILED, STATUS '
070200                 TMV-SHXFILE-STATUS
070300         MOVE 16 TO TMV-RETURN-CODE
070400         GO TO 4000-EXIT
070500     END-IF
070600     SORT MOVEMENT-SORT-FILE
070700         ON ASCENDING KEY MSW-BRANCH-CODE MSW-RUN-DATE
070800         WITH DUPLICATES IN ORDER
070900         INPUT PROCEDURE IS 4010-READ-HISTORY THRU 4010-EXIT
071000         OUTPUT PROCEDURE IS 4020-COUNT-OUTPUT THRU 4020-EXIT
071100     CLOSE STATS-HISTORY-FILE.
071200 4000-EXIT.
071300     EXIT.
071400*----------------------------------------------------------------
071500* 4010-READ-HISTORY
071600*----------------------------------------------------------------
071700 4010-READ-HISTORY.
071800     MOVE 'N' TO TMV-FILE-EOF-SWITCH
071900     PERFORM 4011-RELEASE-ONE-NIGHT THRU 4011-EXIT
072000         UNTIL TMV-FILE-END-OF-FILE.
072100 4010-EXIT.
072200     EXIT.
072300*----------------------------------------------------------------
072400* 4011-RELEASE-ONE-NIGHT
072500*----------------------------------------------------------------
072600 4011-RELEASE-ONE-NIGHT.
072700     READ STATS-HISTORY-FILE
072800         AT END SET TMV-FILE-END-OF-FILE TO TRUE
072900     END-READ
073000     IF TMV-FILE-END-OF-FILE
073100         GO TO 4011-EXIT
073200     END-IF
073300     IF SHX-RUN-DATE (1:6) NOT = TMV-MONTH
073400         GO TO 4011-EXIT
073500     END-IF
073600     MOVE SHX-BRANCH-CODE   TO MSW-BRANCH-CODE
073700     MOVE SHX-RUN-DATE      TO MSW-RUN-DATE
073800     IF SHX-NEWCUST-COUNT IS NUMERIC
073900         MOVE SHX-NEWCUST-COUNT TO MSW-NEWCUST-COUNT
074000     ELSE
074100         MOVE ZERO TO MSW-NEWCUST-COUNT
074200     END-IF
074300     RELEASE MOVEMENT-SORT-RECORD.
074400 4011-EXIT.
074500     EXIT.
074600*----------------------------------------------------------------
074700* 4020-COUNT-OUTPUT
074800*----------------------------------------------------------------
074900 4020-COUNT-OUTPUT.
075000     MOVE 'N' TO TMV-SRT-EOF-SWITCH
075100     MOVE 'N' TO TMV-HELD-SWITCH
075200     PERFORM 4021-COUNT-ONE-NIGHT THRU 4021-EXIT
075300         UNTIL TMV-SRT-END-OF-FILE
075400     IF TMV-NIGHT-HELD
075500         PERFORM 4022-ADD-HELD-NIGHT THRU 4022-EXIT
075600     END-IF.
075700 4020-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000* 4021-COUNT-ONE-NIGHT
076100*----------------------------------------------------------------
076200 4021-COUNT-ONE-NIGHT.
076300     RETURN MOVEMENT-SORT-FILE
076400         AT END SET TMV-SRT-END-OF-FILE TO TRUE
076500     END-RETURN
076600     IF TMV-SRT-END-OF-FILE
076700         GO TO 4021-EXIT
076800     END-IF
076900     IF TMV-NIGHT-HELD
077000         IF MSW-BRANCH-CODE NOT = TMV-HLD-BRANCH-CODE
077100             OR MSW-RUN-DATE NOT = TMV-HLD-RUN-DATE
077200             PERFORM 4022-ADD-HELD-NIGHT THRU 4022-EXIT
077300         END-IF
077400     END-IF
077500     MOVE MOVEMENT-SORT-RECORD TO TMV-HELD-NIGHT
077600     SET TMV-NIGHT-HELD TO TRUE.
077700 4021-EXIT.
077800     EXIT.
077900*----------------------------------------------------------------
078000* 4022-ADD-HELD-NIGHT
078100*----------------------------------------------------------------
078200 4022-ADD-HELD-NIGHT.
078300     MOVE TMV-HLD-BRANCH-CODE TO TMV-LOOKUP-BRANCH
078400     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT
078500     IF TMV-BRANCH-FOUND
078600         ADD TMV-HLD-NEWCUST-COUNT TO TMV-BRE-NEW (TMV-BRANCH-IDX)
078700     END-IF.
078800 4022-EXIT.
078900     EXIT.
079000*----------------------------------------------------------------
079100* 5000-COUNT-RETURNED - EACH NIGHT'S RETURNED REPORT IN THE
079200* MONTH.  A RETURNED CUSTOMER COUNTS FOR THE BRANCH NOW OWNING
079300* THEM ON THE MASTER; ONE PURGED AGAIN SINCE COUNTS FOR THE
079400* PRIOR BRANCH THE REPORT NAMES.  A NIGHT WITH NO REPORT HAD NO
079500* RETURNS (OR DID NOT RUN).
079600*----------------------------------------------------------------
079700 5000-COUNT-RETURNED.
079800     MOVE ZERO TO TMV-DAY
079900     PERFORM 5010-READ-ONE-NIGHT THRU 5010-EXIT
080000         UNTIL TMV-DAY = 31
080100         OR TMV-RETURN-CODE NOT < 16.
080200 5000-EXIT.
080300     EXIT.
080400*----------------------------------------------------------------
080500* 5010-READ-ONE-NIGHT
080600*----------------------------------------------------------------
080700 5010-READ-ONE-NIGHT.
080800     ADD 1 TO TMV-DAY
080900     MOVE SPACES TO TMV-RETCUST-FILENAME
081000     STRING TMV-MONTH               DELIMITED BY SIZE
081100            TMV-DAY                 DELIMITED BY SIZE
081200            '.ret'                  DELIMITED BY SIZE
081300       INTO TMV-RETCUST-FILENAME
081400     END-STRING
081500     OPEN INPUT RETURNED-CUSTOMER-FILE
081600     IF TMV-RETFILE-NOT-FOUND
081700         GO TO 5010-EXIT
081800     END-IF
081900     IF NOT TMV-RETFILE-OK
082000         DISPLAY 'TMOVRPT - RETURNED REPORT OPEN FAILED, STATUS '
082100                 TMV-RETFILE-STATUS ' FILE ' TMV-RETCUST-FILENAME
082200         MOVE 16 TO TMV-RETURN-CODE
082300         GO TO 5010-EXIT
082400     END-IF
082500     MOVE 'N' TO TMV-FILE-EOF-SWITCH
082600     PERFORM 5020-COUNT-ONE-RETURN THRU 5020-EXIT
082700         UNTIL TMV-FILE-END-OF-FILE
082800     CLOSE RETURNED-CUSTOMER-FILE.
082900 5010-EXIT.
083000     EXIT.
083100*----------------------------------------------------------------
083200* 5020-COUNT-ONE-RETURN
083300*----------------------------------------------------------------
083400 5020-COUNT-ONE-RETURN.
083500     READ RETURNED-CUSTOMER-FILE
083600         AT END SET TMV-FILE-END-OF-FILE TO TRUE
083700     END-READ
083800     IF TMV-FILE-END-OF-FILE
083900         GO TO 5020-EXIT
084000     END-IF
084100     IF RET-TAG NOT = 'RETURNED '
084200         GO TO 5020-EXIT
084300     END-IF
084400     MOVE RET-CUSTOMER-ID TO MAST-KEY
084500     READ CUSTOMER-MASTER
084600         INVALID KEY
084700             MOVE RET-PRIOR-CTRY TO TMV-LOOKUP-BRANCH (1:2)
084800             MOVE RET-PRIOR-CITY TO TMV-LOOKUP-BRANCH (3:4)
084900         NOT INVALID KEY
085000             MOVE MAST-BRANCH-COUNTRY TO TMV-LOOKUP-BRANCH (1:2)
085100             MOVE MAST-BRANCH-CITY    TO TMV-LOOKUP-BRANCH (3:4)
085200     END-READ
085300     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT
085400     IF TMV-BRANCH-FOUND
085500         ADD 1 TO TMV-BRE-RETURNED (TMV-BRANCH-IDX)
085600     END-IF.
085700 5020-EXIT.
085800     EXIT.
085900*----------------------------------------------------------------
086000* 6000-COUNT-ADJUDICATION - TADJUD'S OWNERSHIP MOVES DATED IN
086100* THE MONTH.  ONCE TAUDIT HAS CYCLED THE MONTH THEY ARE ON ITS
086200* GENERATION (AUDYYYYMM.LST); BEFORE THAT THEY ARE STILL ON THE
086300* ACTIVE LOG.  BOTH ARE READ - A LINE IS ONLY EVER ON ONE.
086400*----------------------------------------------------------------
086500 6000-COUNT-ADJUDICATION.
086600     MOVE SPACES TO TMV-AUDIT-FILENAME
086700     STRING 'AUD'                   DELIMITED BY SIZE
086800            TMV-MONTH               DELIMITED BY SIZE
086900            '.LST'                  DELIMITED BY SIZE
087000       INTO TMV-AUDIT-FILENAME
087100     END-STRING
087200     PERFORM 6010-READ-ONE-LOG THRU 6010-EXIT
087300     MOVE 'AUDITLOG.LST' TO TMV-AUDIT-FILENAME
087400     PERFORM 6010-READ-ONE-LOG THRU 6010-EXIT.
087500 6000-EXIT.
087600     EXIT.
087700*----------------------------------------------------------------
087800* 6010-READ-ONE-LOG
087900*----------------------------------------------------------------
088000 6010-READ-ONE-LOG.
088100     OPEN INPUT AUDIT-LOG-FILE
088200     IF TMV-AUDITFILE-NOT-FOUND
088300         GO TO 6010-EXIT
088400     END-IF
088500     IF NOT TMV-AUDITFILE-OK
088600         DISPLAY 'TMOVRPT - AUDIT LOG OPEN FAILED, STATUS '
088700                 TMV-AUDITFILE-STATUS ' FILE ' TMV-AUDIT-FILENAME
088800         MOVE 16 TO TMV-RETURN-CODE
088900         GO TO 6010-EXIT
089000     END-IF
089100     MOVE 'N' TO TMV-FILE-EOF-SWITCH
089200     PERFORM 6020-COUNT-ONE-LINE THRU 6020-EXIT
089300         UNTIL TMV-FILE-END-OF-FILE
089400     CLOSE AUDIT-LOG-FILE.
089500 6010-EXIT.
089600     EXIT.
089700*----------------------------------------------------------------
089800* 6020-COUNT-ONE-LINE
089900*----------------------------------------------------------------
090000 6020-COUNT-ONE-LINE.
090100     READ AUDIT-LOG-FILE
090200         AT END SET TMV-FILE-END-OF-FILE TO TRUE
090300     END-READ
090400     IF TMV-FILE-END-OF-FILE
090500         GO TO 6020-EXIT
090600     END-IF
090700     IF AUD-TAG NOT = 'ADJUD '
090800         OR AUD-FUNCTION NOT = 'ADJ'
090900         OR AUD-DATE (1:6) NOT = TMV-MONTH
091000         GO TO 6020-EXIT
091100     END-IF
091200     MOVE AUD-OLD-CTRY TO TMV-LOOKUP-BRANCH (1:2)
091300     MOVE AUD-OLD-CITY TO TMV-LOOKUP-BRANCH (3:4)
091400     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT
091500     IF TMV-BRANCH-FOUND
091600         ADD 1 TO TMV-BRE-ADJ-OUT (TMV-BRANCH-IDX)
091700     END-IF
091800     MOVE AUD-NEW-CTRY TO TMV-LOOKUP-BRANCH (1:2)
091900     MOVE AUD-NEW-CITY TO TMV-LOOKUP-BRANCH (3:4)
092000     PERFORM 2900-FIND-BRANCH THRU 2900-EXIT
092100     IF TMV-BRANCH-FOUND
092200         ADD 1 TO TMV-BRE-ADJ-IN (TMV-BRANCH-IDX)
092300     END-IF.
092400 6020-EXIT.
092500     EXIT.
092600*----------------------------------------------------------------
092700* 7000-WRITE-REPORT - ONE LINE PER BRANCH AND A NETWORK TOTAL.
092800* MOVEMENT IS NEW + RETURNED + ADJ IN - ADJ OUT - PURGED; WHAT
092900* THE CLOSING COUNT DOES NOT EXPLAIN IS SHOWN AS OTHER, SO EVERY
093000* LINE BALANCES.  WITH NO SNAPSHOT FOR THE PRIOR MONTH THE
093100* OPENING COUNT IS DERIVED FROM THE CLOSING COUNT AND FLAGGED.
093200*----------------------------------------------------------------
093300 7000-WRITE-REPORT.
093400     MOVE TMV-MONTH        TO TMV-TTL-MONTH
093500     MOVE TMV-CONTROL-DATE TO TMV-TTL-CONTROL-DATE
093600     MOVE TMV-TITLE-LINE TO MOVEMENT-REPORT-LINE
093700     WRITE MOVEMENT-REPORT-LINE
093800     MOVE SPACES TO MOVEMENT-REPORT-LINE
093900     WRITE MOVEMENT-REPORT-LINE
094000     MOVE TMV-HEADING-LINE TO MOVEMENT-REPORT-LINE
094100     WRITE MOVEMENT-REPORT-LINE
094200     MOVE ZERO TO TMV-BRANCH-SUB
094300     PERFORM 7010-WRITE-ONE-BRANCH THRU 7010-EXIT
094400         UNTIL TMV-BRANCH-SUB >= TMV-BRANCH-COUNT
094500     MOVE 'TOTAL '          TO TMV-DTL-BRANCH
094600     MOVE SPACE             TO TMV-DTL-FLAG
094700     MOVE TMV-TOT-OPENING   TO TMV-DTL-OPENING
094800     MOVE TMV-TOT-NEW       TO TMV-DTL-NEW
094900     MOVE TMV-TOT-RETURNED  TO TMV-DTL-RETURNED
095000     MOVE TMV-TOT-ADJ-IN    TO TMV-DTL-ADJ-IN
095100     MOVE TMV-TOT-ADJ-OUT   TO TMV-DTL-ADJ-OUT
095200     MOVE TMV-TOT-PURGED    TO TMV-DTL-PURGED
095300     MOVE TMV-TOT-OTHER     TO TMV-DTL-OTHER
095400     MOVE TMV-TOT-CLOSING   TO TMV-DTL-CLOSING
095500     MOVE TMV-TOT-NET       TO TMV-DTL-NET
095600     MOVE TMV-TOT-PRIOR-NET TO TMV-DTL-PRIOR-NET
095700     MOVE TMV-TOT-MISSING   TO TMV-DTL-MISSING
095800     MOVE SPACES TO MOVEMENT-REPORT-LINE
095900     WRITE MOVEMENT-REPORT-LINE
096000     MOVE TMV-DETAIL-LINE TO MOVEMENT-REPORT-LINE
096100     WRITE MOVEMENT-REPORT-LINE
096200     MOVE SPACES TO MOVEMENT-REPORT-LINE
096300     WRITE MOVEMENT-REPORT-LINE
096400     IF TMV-ANY-OPENING-DERIVED
096500         MOVE TMV-PRIOR-MONTH TO TMV-DRV-PRIOR-MONTH
096600         MOVE TMV-DERIVED-NOTE TO MOVEMENT-REPORT-LINE
096700         WRITE MOVEMENT-REPORT-LINE
096800     END-IF
096900     MOVE TMV-OTHER-NOTE TO MOVEMENT-REPORT-LINE
097000     WRITE MOVEMENT-REPORT-LINE
097100     DISPLAY 'TMOVRPT - MOVEMENT REPORT ' TMV-REPORT-FILENAME
097200             ' WRITTEN'.
097300 7000-EXIT.
097400     EXIT.
097500*----------------------------------------------------------------
097600* 7010-WRITE-ONE-BRANCH
097700*----------------------------------------------------------------
097800 7010-WRITE-ONE-BRANCH.
097900     ADD 1 TO TMV-BRANCH-SUB
098000     SET TMV-BRANCH-IDX TO TMV-BRANCH-SUB
098100     COMPUTE TMV-MOVEMENT = TMV-BRE-NEW (TMV-BRANCH-IDX)
098200                          + TMV-BRE-RETURNED (TMV-BRANCH-IDX)
098300                          + TMV-BRE-ADJ-IN (TMV-BRANCH-IDX)
098400                          - TMV-BRE-ADJ-OUT (TMV-BRANCH-IDX)
098500                          - TMV-BRE-PURGED (TMV-BRANCH-IDX)
098600     MOVE SPACE TO TMV-DTL-FLAG
098700     IF NOT TMV-BRE-HAS-SNAPSHOT (TMV-BRANCH-IDX)
098800         COMPUTE TMV-WORK-OPENING =
098900             TMV-BRE-CLOSING (TMV-BRANCH-IDX) - TMV-MOVEMENT
099000         IF TMV-WORK-OPENING < ZERO
099100             MOVE ZERO TO TMV-WORK-OPENING
099200         END-IF
099300         MOVE TMV-WORK-OPENING TO TMV-BRE-OPENING (TMV-BRANCH-IDX)
099400         MOVE '*' TO TMV-DTL-FLAG
099500         SET TMV-ANY-OPENING-DERIVED TO TRUE
099600     END-IF
099700     COMPUTE TMV-OTHER = TMV-BRE-CLOSING (TMV-BRANCH-IDX)
099800                       - TMV-BRE-OPENING (TMV-BRANCH-IDX)
099900                       - TMV-MOVEMENT
100000     COMPUTE TMV-NET = TMV-BRE-CLOSING (TMV-BRANCH-IDX)
100100                     - TMV-BRE-OPENING (TMV-BRANCH-IDX)
100200     MOVE TMV-NET TO TMV-BRE-NET (TMV-BRANCH-IDX)
100300     MOVE TMV-BRE-BRANCH-CODE (TMV-BRANCH-IDX) TO TMV-DTL-BRANCH
100400     MOVE TMV-BRE-OPENING (TMV-BRANCH-IDX)  TO TMV-DTL-OPENING
100500     MOVE TMV-BRE-NEW (TMV-BRANCH-IDX)      TO TMV-DTL-NEW
100600     MOVE TMV-BRE-RETURNED (TMV-BRANCH-IDX) TO TMV-DTL-RETURNED
100700     MOVE TMV-BRE-ADJ-IN (TMV-BRANCH-IDX)   TO TMV-DTL-ADJ-IN
100800     MOVE TMV-BRE-ADJ-OUT (TMV-BRANCH-IDX)  TO TMV-DTL-ADJ-OUT
100900     MOVE TMV-BRE-PURGED (TMV-BRANCH-IDX)   TO TMV-DTL-PURGED
101000     MOVE TMV-OTHER                         TO TMV-DTL-OTHER
101100     MOVE TMV-BRE-CLOSING (TMV-BRANCH-IDX)  TO TMV-DTL-CLOSING
101200     MOVE TMV-NET                           TO TMV-DTL-NET
101300     MOVE TMV-BRE-MISSING (TMV-BRANCH-IDX)  TO TMV-DTL-MISSING
101400     IF TMV-BRE-HAS-SNAPSHOT (TMV-BRANCH-IDX)
101500         MOVE TMV-BRE-PRIOR-NET (TMV-BRANCH-IDX)
101600                                            TO TMV-DTL-PRIOR-NET
101700         ADD TMV-BRE-PRIOR-NET (TMV-BRANCH-IDX)
101800                                            TO TMV-TOT-PRIOR-NET
101900     ELSE
102000         MOVE SPACES TO TMV-DTL-PRIOR-NET-X
102100     END-IF
102200     MOVE TMV-DETAIL-LINE TO MOVEMENT-REPORT-LINE
102300     WRITE MOVEMENT-REPORT-LINE
102400     ADD TMV-BRE-OPENING (TMV-BRANCH-IDX)  TO TMV-TOT-OPENING
102500     ADD TMV-BRE-NEW (TMV-BRANCH-IDX)      TO TMV-TOT-NEW
102600     ADD TMV-BRE-RETURNED (TMV-BRANCH-IDX) TO TMV-TOT-RETURNED
102700     ADD TMV-BRE-ADJ-IN (TMV-BRANCH-IDX)   TO TMV-TOT-ADJ-IN
102800     ADD TMV-BRE-ADJ-OUT (TMV-BRANCH-IDX)  TO TMV-TOT-ADJ-OUT
102900     ADD TMV-BRE-PURGED (TMV-BRANCH-IDX)   TO TMV-TOT-PURGED
103000     ADD TMV-OTHER                         TO TMV-TOT-OTHER
103100     ADD TMV-BRE-CLOSING (TMV-BRANCH-IDX)  TO TMV-TOT-CLOSING
103200     ADD TMV-NET                           TO TMV-TOT-NET
103300     ADD TMV-BRE-MISSING (TMV-BRANCH-IDX)  TO TMV-TOT-MISSING.
103400 7010-EXIT.
103500     EXIT.
103600*----------------------------------------------------------------
103700* 7500-WRITE-SNAPSHOT - THE PRIOR MONTH'S RECORDS AS READ, THEN
103800* ONE RECORD PER BRANCH FOR THIS MONTH.
103900*----------------------------------------------------------------
104000 7500-WRITE-SNAPSHOT.
104100     OPEN OUTPUT SNAPSHOT-FILE
104200     IF NOT TMV-SNPFILE-OK
104300         DISPLAY 'TMOVRPT - SNAPSHOT OPEN FAILED, STATUS '
104400                 TMV-SNPFILE-STATUS
104500         MOVE 16 TO TMV-RETURN-CODE
104600         GO TO 7500-EXIT
104700     END-IF
104800     MOVE ZERO TO TMV-BRANCH-SUB
104900     PERFORM 7510-WRITE-ONE-HELD THRU 7510-EXIT
105000         UNTIL TMV-BRANCH-SUB >= TMV-SNAP-HOLD-COUNT
105100     MOVE ZERO TO TMV-BRANCH-SUB
105200     PERFORM 7520-WRITE-ONE-BRANCH THRU 7520-EXIT
105300         UNTIL TMV-BRANCH-SUB >= TMV-BRANCH-COUNT
105400     CLOSE SNAPSHOT-FILE.
105500 7500-EXIT.
105600     EXIT.
105700*----------------------------------------------------------------
105800* 7510-WRITE-ONE-HELD
105900*----------------------------------------------------------------
106000 7510-WRITE-ONE-HELD.
106100     ADD 1 TO TMV-BRANCH-SUB
106200     SET TMV-SNAP-IDX TO TMV-BRANCH-SUB
106300     MOVE TMV-SNH-RECORD (TMV-SNAP-IDX) TO SNAPSHOT-RECORD
106400     WRITE SNAPSHOT-RECORD.
106500 7510-EXIT.
106600     EXIT.
106700*----------------------------------------------------------------
106800* 7520-WRITE-ONE-BRANCH
106900*----------------------------------------------------------------
107000 7520-WRITE-ONE-BRANCH.
107100     ADD 1 TO TMV-BRANCH-SUB
107200     SET TMV-BRANCH-IDX TO TMV-BRANCH-SUB
107300     MOVE TMV-MONTH                          TO SNP-MONTH
107400     MOVE TMV-BRE-BRANCH-CODE (TMV-BRANCH-IDX) TO SNP-BRANCH-CODE
107500     MOVE TMV-BRE-CLOSING (TMV-BRANCH-IDX)  TO SNP-CLOSING-COUNT
107600     MOVE TMV-BRE-NET (TMV-BRANCH-IDX)      TO SNP-NET-GROWTH
107700     WRITE SNAPSHOT-RECORD.
107800 7520-EXIT.
107900     EXIT.
108000*----------------------------------------------------------------
108100* 9000-TERMINATE
108200*----------------------------------------------------------------
108300 9000-TERMINATE.
108400     IF TMV-MASTER-OPEN
108500         CLOSE CUSTOMER-MASTER
108600     END-IF
108700     IF TMV-ARCHIVE-PRESENT
108800         CLOSE ARCHIVE-MASTER
108900     END-IF
109000     IF TMV-RPTFILE-OK
109100         CLOSE MOVEMENT-REPORT-FILE
109200     END-IF
109300     MOVE TMV-RETURN-CODE TO RETURN-CODE.
109400 9000-EXIT.
109500     EXIT.
