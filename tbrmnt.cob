000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TBRMNT.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-13.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-13  DPG  ORIGINAL PROGRAM - CONSOLE MAINTENANCE FOR THE
001100*                  BRANCH CONTROL FILE (BRANCHES.DAT) AND THE
001200*                  HOLIDAY CALENDAR (HOLIDAYS.DAT), REPLACING HAND
001300*                  EDITS: ADD, CHANGE, SUSPEND, REMOVE AND LIST
001400*                  BRANCHES, ADD, REMOVE AND LIST CLOSURES.  EVERY
001500*                  FIELD IS VALIDATED BEFORE IT IS SAVED, A BRANCH
001600*                  STILL OWNING CUSTOMERS CANNOT BE REMOVED, AND
001700*                  EVERY CHANGE APPENDS A 'BRNCH' LINE TO THE
001800*                  AUDIT LOG.  A BRANCH CHANGE MAY CARRY A FUTURE
001900*                  EFFECTIVE DATE; IT IS HELD ON BRPEND.DAT UNTIL
002000*                  THE NIGHTLY RUN FOR THAT DATE CALLS THIS
002100*                  PROGRAM WITH THE RUN DATE AS PARM TO APPLY IT.
002110* 2026-10-15  DPG  A FAILED WRITE WHILE SAVING BRANCHES.DAT,
002120*                  BRPEND.DAT OR HOLIDAYS.DAT ENDS THE RUN RC 16
002130*                  LIKE A FAILED OPEN, WITH NO AUDIT LINE.  THE
002140*                  NIGHTLY APPLY LEAVES BRPEND.DAT ALONE WHEN THE
002150*                  BRANCH FILE COULD NOT BE SAVED, AND AUDITS EACH
002160*                  CHANGE IT HAD APPLIED AS 'REJ' / SAVE FAILED.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BRANCH-CONTROL-FILE ASSIGN TO "BRANCHES.DAT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS TBM-BRCFILE-STATUS.
003200     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLIDAYS.DAT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS TBM-HOLFILE-STATUS.
003500     SELECT PENDING-CHANGE-FILE ASSIGN TO "BRPEND.DAT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS TBM-PNDFILE-STATUS.
003800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS MAST-KEY
004200         FILE STATUS IS TBM-MASTFILE-STATUS.
004300     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.LST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TBM-AUDITFILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005000* THE RECORD LAYOUT MUST STAY IN STEP WITH FD BRANCH-CONTROL-FILE
005100* IN TREAD, WHICH READS THE FILE EVERY NIGHT.
005200*
005300 FD  BRANCH-CONTROL-FILE
005400     RECORD CONTAINS 28 CHARACTERS.
005500 01  BRANCH-CONTROL-RECORD.
005600     05  BRC-BRANCH-CODE.
005700         10  BRC-BRANCH-COUNTRY    PIC X(02).
005800         10  BRC-BRANCH-CITY       PIC X(04).
005900     05  BRC-ACTIVE-FLAG           PIC X(01).
006000     05  BRC-CUTOFF-TIME           PIC X(06).
006100     05  BRC-MIN-COUNT             PIC 9(07).
006200     05  BRC-MAX-COUNT             PIC 9(07).
006300     05  BRC-RECON-MODE            PIC X(01).
006400*
006500* THE RECORD LAYOUT MUST STAY IN STEP WITH FD
006600* HOLIDAY-CALENDAR-FILE IN TREAD, WHICH READS THE FILE EVERY
006700* NIGHT.  A YEAR OF '0000' IS A CLOSURE RECURRING EVERY YEAR.
006800*
006900 FD  HOLIDAY-CALENDAR-FILE
007000     RECORD CONTAINS 14 CHARACTERS.
007100 01  HOLIDAY-CALENDAR-RECORD.
007200     05  HOL-BRANCH-CODE       PIC X(06).
007300     05  HOL-CLOSE-DATE        PIC X(08).
007400*
007500* ONE BRANCH CHANGE WAITING FOR ITS EFFECTIVE DATE, KEPT IN
007600* EFFECTIVE-DATE ORDER.  AN ADD CARRIES EVERY FIELD; A CHANGE
007700* CARRIES ONLY THE FIELDS BEING CHANGED, THE REST BLANK, SO A
007800* LATER IMMEDIATE CHANGE TO ANOTHER FIELD IS NOT UNDONE.
007900*
008000 FD  PENDING-CHANGE-FILE
008100     RECORD CONTAINS 48 CHARACTERS.
008200 01  PENDING-CHANGE-RECORD.
008300     05  PND-EFFECTIVE-DATE    PIC X(08).
008400     05  PND-ACTION            PIC X(01).
008500     05  PND-OPERATOR          PIC X(03).
008600     05  PND-ENTERED-DATE      PIC X(08).
008700     05  PND-BRANCH-CODE       PIC X(06).
008800     05  PND-ACTIVE-FLAG       PIC X(01).
008900     05  PND-CUTOFF-TIME       PIC X(06).
009000     05  PND-MIN-COUNT         PIC X(07).
009100     05  PND-MAX-COUNT         PIC X(07).
009200     05  PND-RECON-MODE        PIC X(01).
009300*
009400* THE RECORD LAYOUT MUST STAY IN STEP WITH FD CUSTOMER-MASTER
009500* IN TREAD, WHICH OWNS THE FILE.
009600*
009700 FD  CUSTOMER-MASTER.
009800 01  CUSTOMER-MASTER-RECORD.
009900     05  MAST-KEY              PIC X(10).
010000     05  MAST-BRANCH-COUNTRY   PIC X(02).
010100     05  MAST-BRANCH-CITY      PIC X(04).
010200     05  MAST-FIRST-SEEN-DATE  PIC X(08).
010300     05  MAST-LAST-SEEN-DATE   PIC X(08).
010400     05  MAST-PRIOR-SEEN-DATE  PIC X(08).
010500     05  MAST-CUSTOMER-NAME.
010600         10  MAST-LASTNAME     PIC X(20).
010700         10  MAST-FIRSTNAME    PIC X(20).
010800         10  MAST-MIDDLENAME   PIC X(20).
010900     05  MAST-CUSTOMER-ADDRESS.
011000         10  MAST-ADR-STREET   PIC X(25).
011100         10  MAST-ADR-CITY     PIC X(15).
011200         10  MAST-ADR-POSTAL   PIC X(10).
011300         10  MAST-ADR-PHONE    PIC X(15).
011400     05  MAST-LAST-SENT-DATE   PIC X(08).
011500     05  MAST-ACK-STATUS       PIC X(01).
011600     05  MAST-ACK-REASON       PIC X(04).
011700*
011800 FD  AUDIT-LOG-FILE
011900     RECORD CONTAINS 91 CHARACTERS.
012000 01  AUDIT-LOG-LINE            PIC X(91).
012100*
012200 WORKING-STORAGE SECTION.
012300*----------------------------------------------------------------
012400* SWITCHES
012500*----------------------------------------------------------------
012600 77  TBM-BRCFILE-STATUS        PIC X(02)     VALUE SPACES.
012700     88  TBM-BRCFILE-OK                      VALUE '00'.
012800 77  TBM-HOLFILE-STATUS        PIC X(02)     VALUE SPACES.
012900     88  TBM-HOLFILE-OK                      VALUE '00'.
013000     88  TBM-HOLFILE-NOT-FOUND               VALUE '35'.
013100 77  TBM-PNDFILE-STATUS        PIC X(02)     VALUE SPACES.
013200     88  TBM-PNDFILE-OK                      VALUE '00'.
013300     88  TBM-PNDFILE-NOT-FOUND               VALUE '35'.
013400 77  TBM-MASTFILE-STATUS       PIC X(02)     VALUE SPACES.
013500     88  TBM-MASTFILE-OK                     VALUE '00'.
013600     88  TBM-MASTFILE-NOT-FOUND              VALUE '35'.
013700 77  TBM-AUDITFILE-STATUS      PIC X(02)     VALUE SPACES.
013800     88  TBM-AUDITFILE-OK                    VALUE '00'.
013900*
014000 77  TBM-END-SWITCH            PIC X(01)     VALUE 'N'.
014100     88  TBM-END-REQUESTED                   VALUE 'Y'.
014200 77  TBM-FILE-EOF-SWITCH       PIC X(01)     VALUE 'N'.
014300     88  TBM-FILE-END-OF-FILE                VALUE 'Y'.
014400     88  TBM-FILE-NOT-END-OF-FILE            VALUE 'N'.
014500 77  TBM-FOUND-SWITCH          PIC X(01)     VALUE 'N'.
014600     88  TBM-BRANCH-FOUND                    VALUE 'Y'.
014700     88  TBM-BRANCH-NOT-FOUND                VALUE 'N'.
014800 77  TBM-VALID-SWITCH          PIC X(01)     VALUE 'N'.
014900     88  TBM-ENTRY-VALID                     VALUE 'Y'.
015000     88  TBM-ENTRY-NOT-VALID                 VALUE 'N'.
015100 77  TBM-DATE-SWITCH           PIC X(01)     VALUE 'N'.
015200     88  TBM-DATE-VALID                      VALUE 'Y'.
015300     88  TBM-DATE-NOT-VALID                  VALUE 'N'.
015400 77  TBM-RECUR-SWITCH          PIC X(01)     VALUE 'N'.
015500     88  TBM-RECURRING-ALLOWED               VALUE 'Y'.
015600     88  TBM-RECURRING-NOT-ALLOWED           VALUE 'N'.
015700 77  TBM-MODE-SWITCH           PIC X(01)     VALUE 'C'.
015800     88  TBM-CONSOLE-MODE                    VALUE 'C'.
015900     88  TBM-APPLY-MODE                      VALUE 'A'.
016000 77  TBM-BRC-CHANGED-SWITCH    PIC X(01)     VALUE 'N'.
016100     88  TBM-BRANCHES-CHANGED                VALUE 'Y'.
016200 77  TBM-PND-CHANGED-SWITCH    PIC X(01)     VALUE 'N'.
016300     88  TBM-PENDING-CHANGED                 VALUE 'Y'.
016400*
016500*----------------------------------------------------------------
016600* RUN CONTROL FIELDS
016700*----------------------------------------------------------------
016800 77  TBM-CONTROL-KEY           PIC X(10)     VALUE
016900         '9999999999'.
017000 77  TBM-OPERATOR-ID           PIC X(03)     VALUE SPACES.
017100 77  TBM-FUNCTION              PIC X(03)     VALUE SPACES.
017200     88  TBM-FUNC-ADD                        VALUE 'ADD'.
017300     88  TBM-FUNC-CHANGE                     VALUE 'CHG'.
017400     88  TBM-FUNC-SUSPEND                    VALUE 'SUS'.
017500     88  TBM-FUNC-REMOVE                     VALUE 'DEL'.
017600     88  TBM-FUNC-LIST                       VALUE 'LST'.
017700     88  TBM-FUNC-CANCEL                     VALUE 'CAN'.
017800     88  TBM-FUNC-CLOSURE-ADD                VALUE 'HAD'.
017900     88  TBM-FUNC-CLOSURE-REMOVE             VALUE 'HDL'.
018000     88  TBM-FUNC-CLOSURE-LIST               VALUE 'HLS'.
018100     88  TBM-FUNC-END                        VALUE 'END'.
018200 77  TBM-WORK-CODE             PIC X(06)     VALUE SPACES.
018300 77  TBM-WORK-DATE             PIC X(08)     VALUE SPACES.
018400 77  TBM-EFFECTIVE-DATE        PIC X(08)     VALUE SPACES.
018500 77  TBM-RUN-DATE              PIC X(08)     VALUE SPACES.
018600 77  TBM-CONFIRM               PIC X(01)     VALUE SPACE.
018700 77  TBM-TODAY                 PIC 9(08)     VALUE ZERO.
018800 77  TBM-AUD-DATE              PIC 9(08)     VALUE ZERO.
018900 77  TBM-AUD-WALLCLOCK         PIC 9(08)     VALUE ZERO.
019000 77  TBM-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
019100 77  TBM-SUB                   PIC 9(03) COMP VALUE ZERO.
019200 77  TBM-SUB2                  PIC 9(03) COMP VALUE ZERO.
019300 77  TBM-KEEP-COUNT            PIC 9(03) COMP VALUE ZERO.
019400 77  TBM-OWNED-COUNT           PIC 9(07) COMP VALUE ZERO.
019500 77  TBM-LIST-COUNT            PIC 9(07) COMP VALUE ZERO.
019600 77  TBM-APPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.
019700 77  TBM-REJECTED-COUNT        PIC 9(07) COMP VALUE ZERO.
019800 77  TBM-COUNT-EDIT            PIC ZZZZZZ9.
019900*
020000* DATE CHECKED BY 2550-CHECK-DATE, WITH THE DAYS IN EACH MONTH
020100* (FEBRUARY ALLOWS THE 29TH - A RECURRING CLOSURE HAS NO YEAR).
020200*
020300 01  TBM-CHECK-DATE.
020400     05  TBM-CHK-YEAR          PIC 9(04).
020500     05  TBM-CHK-MONTH         PIC 9(02).
020600     05  TBM-CHK-DAY           PIC 9(02).
020700 01  TBM-MONTH-DAYS-VALUES     PIC X(24) VALUE
020800     '312931303130313130313031'.
020900 01  TBM-MONTH-DAYS-TABLE REDEFINES TBM-MONTH-DAYS-VALUES.
021000     05  TBM-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
021100*
021200* CUTOFF TIME AS ENTERED, CHECKED AS A CLOCK TIME.
021300*
021400 01  TBM-CHECK-TIME.
021500     05  TBM-CHK-HOURS         PIC 9(02).
021600     05  TBM-CHK-MINUTES       PIC 9(02).
021700     05  TBM-CHK-SECONDS       PIC 9(02).
021800*
021900* FIELDS AS KEYED AT THE CONSOLE.  ON A CHANGE, BLANK MEANS THE
022000* FIELD IS NOT BEING CHANGED.
022100*
022200 01  TBM-ENTERED-FIELDS.
022300     05  TBM-ENT-ACTIVE-FLAG   PIC X(01).
022400     05  TBM-ENT-CUTOFF-TIME   PIC X(06).
022500     05  TBM-ENT-MIN-COUNT     PIC X(07).
022600     05  TBM-ENT-MAX-COUNT     PIC X(07).
022700     05  TBM-ENT-RECON-MODE    PIC X(01).
022800*
022900* THE BRANCH BEFORE AND AFTER THE CHANGE IN HAND, SAME SHAPE AS
023000* THE BRANCHES.DAT RECORD.  AN ADD HAS A BLANK OLD BRANCH.
023100*
023200 01  TBM-OLD-BRANCH.
023300     05  TBM-OLD-BRANCH-CODE   PIC X(06).
023400     05  TBM-OLD-ACTIVE-FLAG   PIC X(01).
023500     05  TBM-OLD-CUTOFF-TIME   PIC X(06).
023600     05  TBM-OLD-MIN-COUNT     PIC X(07).
023700     05  TBM-OLD-MAX-COUNT     PIC X(07).
023800     05  TBM-OLD-RECON-MODE    PIC X(01).
023900 01  TBM-NEW-BRANCH.
024000     05  TBM-NEW-BRANCH-CODE.
024100         10  TBM-NEW-COUNTRY   PIC X(02).
024200         10  TBM-NEW-CITY      PIC X(04).
024300     05  TBM-NEW-ACTIVE-FLAG   PIC X(01).
024400     05  TBM-NEW-CUTOFF-TIME   PIC X(06).
024500     05  TBM-NEW-MIN-COUNT     PIC X(07).
024600     05  TBM-NEW-MIN-COUNT-9   REDEFINES TBM-NEW-MIN-COUNT
024700                               PIC 9(07).
024800     05  TBM-NEW-MAX-COUNT     PIC X(07).
024900     05  TBM-NEW-MAX-COUNT-9   REDEFINES TBM-NEW-MAX-COUNT
025000                               PIC 9(07).
025100     05  TBM-NEW-RECON-MODE    PIC X(01).
025200*
025300*----------------------------------------------------------------
025400* THE THREE FILES ARE SMALL AND ARE HELD WHOLE; EVERY SAVED
025500* CHANGE REWRITES THE FILE FROM ITS TABLE.  THE BRANCH LIMIT IS
025600* TREAD'S, SO NOTHING IS SAVED THAT TREAD COULD NOT LOAD.
025700*----------------------------------------------------------------
025800 01  TBM-BRANCH-TABLE.
025900     05  TBM-BRANCH-ENTRY OCCURS 20 TIMES
026000                          INDEXED BY TBM-BRANCH-IDX.
026100         10  TBM-BRE-BRANCH-CODE   PIC X(06).
026200         10  TBM-BRE-ACTIVE-FLAG   PIC X(01).
026300         10  TBM-BRE-CUTOFF-TIME   PIC X(06).
026400         10  TBM-BRE-MIN-COUNT     PIC X(07).
026500         10  TBM-BRE-MAX-COUNT     PIC X(07).
026600         10  TBM-BRE-RECON-MODE    PIC X(01).
026700 77  TBM-BRANCH-COUNT          PIC 9(03) COMP VALUE ZERO.
026800 77  TBM-BRANCH-LIMIT          PIC 9(03) COMP VALUE 20.
026900*
027000 01  TBM-HOLIDAY-TABLE.
027100     05  TBM-HOLIDAY-ENTRY OCCURS 200 TIMES
027200                           INDEXED BY TBM-HOLIDAY-IDX.
027300         10  TBM-HLE-BRANCH-CODE   PIC X(06).
027400         10  TBM-HLE-CLOSE-DATE    PIC X(08).
027500 77  TBM-HOLIDAY-COUNT         PIC 9(03) COMP VALUE ZERO.
027600 77  TBM-HOLIDAY-LIMIT         PIC 9(03) COMP VALUE 200.
027700*
027800 01  TBM-PENDING-TABLE.
027900     05  TBM-PENDING-ENTRY OCCURS 50 TIMES
028000                           INDEXED BY TBM-PENDING-IDX.
028100         10  TBM-PNE-EFFECTIVE-DATE PIC X(08).
028200         10  TBM-PNE-ACTION        PIC X(01).
028300             88  TBM-PNE-ADD                   VALUE 'A'.
028400             88  TBM-PNE-CHANGE                VALUE 'C'.
028500         10  TBM-PNE-OPERATOR      PIC X(03).
028600         10  TBM-PNE-ENTERED-DATE  PIC X(08).
028700         10  TBM-PNE-BRANCH-CODE   PIC X(06).
028800         10  TBM-PNE-ACTIVE-FLAG   PIC X(01).
028900         10  TBM-PNE-CUTOFF-TIME   PIC X(06).
029000         10  TBM-PNE-MIN-COUNT     PIC X(07).
029100         10  TBM-PNE-MAX-COUNT     PIC X(07).
029200         10  TBM-PNE-RECON-MODE    PIC X(01).
029300 77  TBM-PENDING-COUNT         PIC 9(03) COMP VALUE ZERO.
029400 77  TBM-PENDING-LIMIT         PIC 9(03) COMP VALUE 50.
029500 01  TBM-NEW-PENDING           PIC X(48)     VALUE SPACES.
029510*
029520* THE CHANGES THE NIGHTLY RUN HAS APPLIED, IN THE ORDER APPLIED,
029530* SO EACH CAN BE AUDITED AGAIN IF BRANCHES.DAT CANNOT BE SAVED.
029540*
029550 01  TBM-APPLIED-TABLE.
029560     05  TBM-APPLIED-ENTRY OCCURS 50 TIMES.
029570         10  TBM-APE-BRANCH-CODE   PIC X(06).
029580         10  TBM-APE-OPERATOR      PIC X(03).
029590         10  TBM-APE-EFFECTIVE-DATE PIC X(08).
029600*
029700*----------------------------------------------------------------
029800* AUDIT TRAIL DETAIL LINE LAYOUT - SAME SHAPE AS TMAINT'S, FLAGGED
029900* 'BRNCH', WITH THE BRANCH CODE IN THE KEY POSITION.
030000*----------------------------------------------------------------
030100 01  TBM-AUDIT-DETAIL.
030200     05  FILLER                PIC X(06) VALUE 'BRNCH '.
030300     05  TBM-AUD-RUN-DATE      PIC X(08).
030400     05  FILLER                PIC X(01) VALUE SPACE.
030500     05  TBM-AUD-RUN-TIME      PIC X(06).
030600     05  FILLER                PIC X(01) VALUE SPACE.
030700     05  TBM-AUD-OPERATOR      PIC X(03).
030800     05  FILLER                PIC X(01) VALUE SPACE.
030900     05  TBM-AUD-FUNCTION      PIC X(03).
031000     05  FILLER                PIC X(01) VALUE SPACE.
031100     05  TBM-AUD-KEY           PIC X(10).
031200     05  FILLER                PIC X(05) VALUE ' OLD '.
031300     05  TBM-AUD-OLD-VALUE     PIC X(17).
031400     05  FILLER                PIC X(05) VALUE ' NEW '.
031500     05  TBM-AUD-NEW-VALUE     PIC X(17).
031600*
031700*----------------------------------------------------------------
031800 LINKAGE SECTION.
031900*----------------------------------------------------------------
032000* JCL PARM: POSITIONS 1-8 ARE THE NIGHT'S RUN DATE.  WITH A PARM
032100* THE PROGRAM APPLIES EVERY PENDING CHANGE DUE ON OR BEFORE THAT
032200* DATE AND ENDS; WITH NONE IT RUNS AS THE CONSOLE MAINTENANCE
032300* PROGRAM.
032400*----------------------------------------------------------------
032500 01  TBM-PARM-LENGTH           PIC S9(04) COMP.
032600 01  TBM-PARM-DATA             PIC X(08).
032700*
032800 PROCEDURE DIVISION USING TBM-PARM-LENGTH TBM-PARM-DATA.
032900*----------------------------------------------------------------
033000* 0000-MAINLINE
033100*----------------------------------------------------------------
033200 0000-MAINLINE.
033300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033400     IF TBM-RETURN-CODE < 16
033500         IF TBM-APPLY-MODE
033600             PERFORM 8000-APPLY-PENDING THRU 8000-EXIT
033700         ELSE
033800             PERFORM 2000-PROCESS-ONE-COMMAND THRU 2000-EXIT
033900                 UNTIL TBM-END-REQUESTED
034000         END-IF
034100     END-IF
034200     PERFORM 9000-TERMINATE THRU 9000-EXIT
034300     STOP RUN.
034400*----------------------------------------------------------------
034500* 1000-INITIALIZE - BRANCHES.DAT MUST EXIST; NO HOLIDAY CALENDAR
034600* OR PENDING FILE YET MEANS NONE ON FILE.  THE AUDIT LOG MUST BE
034700* WRITABLE BEFORE ANY CHANGE IS ALLOWED.
034800*----------------------------------------------------------------
034900 1000-INITIALIZE.
035000     ACCEPT TBM-TODAY FROM DATE YYYYMMDD
035100     IF TBM-PARM-LENGTH > 7
035200         SET TBM-APPLY-MODE TO TRUE
035300         MOVE TBM-PARM-DATA (1:8) TO TBM-RUN-DATE
035400         IF TBM-RUN-DATE IS NOT NUMERIC
035500             DISPLAY 'TBRMNT - RUN DATE NOT VALID: ' TBM-RUN-DATE
035600             MOVE 16 TO TBM-RETURN-CODE
035700             GO TO 1000-EXIT
035800         END-IF
035900     END-IF
036000     PERFORM 1100-LOAD-BRANCHES THRU 1100-EXIT
036100     IF TBM-RETURN-CODE NOT < 16
036200         GO TO 1000-EXIT
036300     END-IF
036400     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT
036500     IF TBM-RETURN-CODE NOT < 16
036600         GO TO 1000-EXIT
036700     END-IF
036800     PERFORM 1300-LOAD-PENDING THRU 1300-EXIT
036900     IF TBM-RETURN-CODE NOT < 16
037000         GO TO 1000-EXIT
037100     END-IF
037200     OPEN EXTEND AUDIT-LOG-FILE
037300     IF NOT TBM-AUDITFILE-OK
037400         DISPLAY 'TBRMNT - AUDIT LOG OPEN FAILED, STATUS '
037500                 TBM-AUDITFILE-STATUS
037600         MOVE 16 TO TBM-RETURN-CODE
037700         GO TO 1000-EXIT
037800     END-IF
037900     IF TBM-APPLY-MODE
038000         GO TO 1000-EXIT
038100     END-IF
038200     DISPLAY 'TBRMNT - ENTER OPERATOR INITIALS (3): '
038300     ACCEPT TBM-OPERATOR-ID FROM CONSOLE
038400     IF TBM-OPERATOR-ID = SPACES
038500         DISPLAY 'TBRMNT - OPERATOR INITIALS REQUIRED'
038600         MOVE 16 TO TBM-RETURN-CODE
038700     END-IF.
038800 1000-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100* 1100-LOAD-BRANCHES - A BLANK LINE LEFT BY AN EARLIER HAND EDIT
039200* IS DROPPED, AS TREAD SKIPS IT.
039300*----------------------------------------------------------------
039400 1100-LOAD-BRANCHES.
039500     MOVE ZERO TO TBM-BRANCH-COUNT
039600     MOVE 'N' TO TBM-FILE-EOF-SWITCH
039700     OPEN INPUT BRANCH-CONTROL-FILE
039800     IF NOT TBM-BRCFILE-OK
039900         DISPLAY 'TBRMNT - BRANCH CONTROL FILE OPEN FAILED, '
040000                 'STATUS ' TBM-BRCFILE-STATUS
040100         MOVE 16 TO TBM-RETURN-CODE
040200         GO TO 1100-EXIT
040300     END-IF
040400     PERFORM 1110-LOAD-ONE-BRANCH THRU 1110-EXIT
040500         UNTIL TBM-FILE-END-OF-FILE
040600     CLOSE BRANCH-CONTROL-FILE.
040700 1100-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000* 1110-LOAD-ONE-BRANCH
041100*----------------------------------------------------------------
041200 1110-LOAD-ONE-BRANCH.
041300     READ BRANCH-CONTROL-FILE
041400         AT END SET TBM-FILE-END-OF-FILE TO TRUE
041500     END-READ
041600     IF TBM-FILE-END-OF-FILE
041700         GO TO 1110-EXIT
041800     END-IF
041900     IF BRC-BRANCH-CODE = SPACES
042000         GO TO 1110-EXIT
042100     END-IF
042200     IF TBM-BRANCH-COUNT >= TBM-BRANCH-LIMIT
042300         DISPLAY 'TBRMNT - BRANCH CONTROL FILE EXCEEDS TABLE '
042400                 'LIMIT'
042500         MOVE 16 TO TBM-RETURN-CODE
042600         SET TBM-FILE-END-OF-FILE TO TRUE
042700         GO TO 1110-EXIT
042800     END-IF
042900     ADD 1 TO TBM-BRANCH-COUNT
043000     SET TBM-BRANCH-IDX TO TBM-BRANCH-COUNT
043100     MOVE BRANCH-CONTROL-RECORD
043200                         TO TBM-BRANCH-ENTRY (TBM-BRANCH-IDX).
043300 1110-EXIT.
043400     EXIT.
043500*----------------------------------------------------------------
043600* 1200-LOAD-HOLIDAYS
043700*----------------------------------------------------------------
043800 1200-LOAD-HOLIDAYS.
043900     MOVE ZERO TO TBM-HOLIDAY-COUNT
044000     MOVE 'N' TO TBM-FILE-EOF-SWITCH
044100     OPEN INPUT HOLIDAY-CALENDAR-FILE
044200     IF TBM-HOLFILE-NOT-FOUND
044300         GO TO 1200-EXIT
044400     END-IF
044500     IF NOT TBM-HOLFILE-OK
044600         DISPLAY 'TBRMNT - HOLIDAY CALENDAR OPEN FAILED, STATUS '
044700                 TBM-HOLFILE-STATUS
044800         MOVE 16 TO TBM-RETURN-CODE
044900         GO TO 1200-EXIT
045000     END-IF
045100     PERFORM 1210-LOAD-ONE-HOLIDAY THRU 1210-EXIT
045200         UNTIL TBM-FILE-END-OF-FILE
045300     CLOSE HOLIDAY-CALENDAR-FILE.
045400 1200-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700* 1210-LOAD-ONE-HOLIDAY
045800*----------------------------------------------------------------
045900 1210-LOAD-ONE-HOLIDAY.
046000     READ HOLIDAY-CALENDAR-FILE
046100         AT END SET TBM-FILE-END-OF-FILE TO TRUE
046200     END-READ
046300     IF TBM-FILE-END-OF-FILE
046400         GO TO 1210-EXIT
046500     END-IF
046600     IF HOL-BRANCH-CODE = SPACES
046700         GO TO 1210-EXIT
046800     END-IF
046900     IF TBM-HOLIDAY-COUNT >= TBM-HOLIDAY-LIMIT
047000         DISPLAY 'TBRMNT - HOLIDAY CALENDAR EXCEEDS TABLE LIMIT'
047100         MOVE 16 TO TBM-RETURN-CODE
047200         SET TBM-FILE-END-OF-FILE TO TRUE
047300         GO TO 1210-EXIT
047400     END-IF
047500     ADD 1 TO TBM-HOLIDAY-COUNT
047600     SET TBM-HOLIDAY-IDX TO TBM-HOLIDAY-COUNT
047700     MOVE HOL-BRANCH-CODE TO TBM-HLE-BRANCH-CODE (TBM-HOLIDAY-IDX)
047800     MOVE HOL-CLOSE-DATE  TO TBM-HLE-CLOSE-DATE (TBM-HOLIDAY-IDX).
047900 1210-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------
048200* 1300-LOAD-PENDING
048300*----------------------------------------------------------------
048400 1300-LOAD-PENDING.
048500     MOVE ZERO TO TBM-PENDING-COUNT
048600     MOVE 'N' TO TBM-FILE-EOF-SWITCH
048700     OPEN INPUT PENDING-CHANGE-FILE
048800     IF TBM-PNDFILE-NOT-FOUND
048900         GO TO 1300-EXIT
049000     END-IF
049100     IF NOT TBM-PNDFILE-OK
049200         DISPLAY 'TBRMNT - PENDING CHANGE FILE OPEN FAILED, '
049300                 'STATUS ' TBM-PNDFILE-STATUS
049400         MOVE 16 TO TBM-RETURN-CODE
049500         GO TO 1300-EXIT
049600     END-IF
049700     PERFORM 1310-LOAD-ONE-PENDING THRU 1310-EXIT
049800         UNTIL TBM-FILE-END-OF-FILE
049900     CLOSE PENDING-CHANGE-FILE.
050000 1300-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300* 1310-LOAD-ONE-PENDING
050400*----------------------------------------------------------------
050500 1310-LOAD-ONE-PENDING.
050600     READ PENDING-CHANGE-FILE
050700         AT END SET TBM-FILE-END-OF-FILE TO TRUE
050800     END-READ
050900     IF TBM-FILE-END-OF-FILE
051000         GO TO 1310-EXIT
051100     END-IF
051200     IF PND-BRANCH-CODE = SPACES
051300         GO TO 1310-EXIT
051400     END-IF
051500     IF TBM-PENDING-COUNT >= TBM-PENDING-LIMIT
051600         DISPLAY 'TBRMNT - PENDING CHANGE FILE EXCEEDS TABLE '
051700                 'LIMIT'
051800         MOVE 16 TO TBM-RETURN-CODE
051900         SET TBM-FILE-END-OF-FILE TO TRUE
052000         GO TO 1310-EXIT
052100     END-IF
052200     ADD 1 TO TBM-PENDING-COUNT
052300     SET TBM-PENDING-IDX TO TBM-PENDING-COUNT
052400     MOVE PENDING-CHANGE-RECORD
052500                         TO TBM-PENDING-ENTRY (TBM-PENDING-IDX).
052600 1310-EXIT.
052700     EXIT.
052800*----------------------------------------------------------------
052900* 2000-PROCESS-ONE-COMMAND
053000*----------------------------------------------------------------
053100 2000-PROCESS-ONE-COMMAND.
053200     DISPLAY 'TBRMNT - FUNCTION (ADD/CHG/SUS/DEL/LST/CAN/'
053300             'HAD/HDL/HLS/END): '
053400     ACCEPT TBM-FUNCTION FROM CONSOLE
053500     IF TBM-FUNC-END
053600         SET TBM-END-REQUESTED TO TRUE
053700         GO TO 2000-EXIT
053800     END-IF
053900     IF TBM-FUNC-ADD
054000         PERFORM 3000-ADD-BRANCH THRU 3000-EXIT
054100         GO TO 2000-EXIT
054200     END-IF
054300     IF TBM-FUNC-CHANGE
054400         PERFORM 3100-CHANGE-BRANCH THRU 3100-EXIT
054500         GO TO 2000-EXIT
054600     END-IF
054700     IF TBM-FUNC-SUSPEND
054800         PERFORM 3200-SUSPEND-BRANCH THRU 3200-EXIT
054900         GO TO 2000-EXIT
055000     END-IF
055100     IF TBM-FUNC-REMOVE
055200         PERFORM 3300-REMOVE-BRANCH THRU 3300-EXIT
055300         GO TO 2000-EXIT
055400     END-IF
055500     IF TBM-FUNC-LIST
055600         PERFORM 3400-LIST-BRANCHES THRU 3400-EXIT
055700         GO TO 2000-EXIT
055800     END-IF
055900     IF TBM-FUNC-CANCEL
056000         PERFORM 3500-CANCEL-PENDING THRU 3500-EXIT
056100         GO TO 2000-EXIT
056200     END-IF
056300     IF TBM-FUNC-CLOSURE-ADD
056400         PERFORM 4000-ADD-CLOSURE THRU 4000-EXIT
056500         GO TO 2000-EXIT
056600     END-IF
056700     IF TBM-FUNC-CLOSURE-REMOVE
056800         PERFORM 4100-REMOVE-CLOSURE THRU 4100-EXIT
056900         GO TO 2000-EXIT
057000     END-IF
057100     IF TBM-FUNC-CLOSURE-LIST
057200         PERFORM 4200-LIST-CLOSURES THRU 4200-EXIT
057300         GO TO 2000-EXIT
057400     END-IF
057500     DISPLAY 'TBRMNT - UNKNOWN FUNCTION: ' TBM-FUNCTION.
057600 2000-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900* 2100-GET-BRANCH-CODE - PROMPT FOR A BRANCH CODE AND LOOK IT UP.
058000* A BLANK ANSWER LEAVES TBM-WORK-CODE BLANK FOR THE CALLER.
058100*----------------------------------------------------------------
058200 2100-GET-BRANCH-CODE.
058300     DISPLAY 'TBRMNT - ENTER BRANCH CODE (CCCITY): '
058400     ACCEPT TBM-WORK-CODE FROM CONSOLE
058500     IF TBM-WORK-CODE = SPACES
058600         DISPLAY 'TBRMNT - BRANCH CODE REQUIRED'
058700         SET TBM-BRANCH-NOT-FOUND TO TRUE
058800         GO TO 2100-EXIT
058900     END-IF
059000     PERFORM 2150-FIND-BRANCH THRU 2150-EXIT.
059100 2100-EXIT.
059200     EXIT.
059300*----------------------------------------------------------------
059400* 2150-FIND-BRANCH - POINT TBM-BRANCH-IDX AT TBM-WORK-CODE.
059500*----------------------------------------------------------------
059600 2150-FIND-BRANCH.
059700     SET TBM-BRANCH-NOT-FOUND TO TRUE
059800     SET TBM-BRANCH-IDX TO 1
059900     SEARCH TBM-BRANCH-ENTRY
060000         AT END CONTINUE
060100         WHEN TBM-BRANCH-IDX > TBM-BRANCH-COUNT
060200             CONTINUE
060300         WHEN TBM-BRE-BRANCH-CODE (TBM-BRANCH-IDX) = TBM-WORK-CODE
060400             SET TBM-BRANCH-FOUND TO TRUE
060500     END-SEARCH.
060600 2150-EXIT.
060700     EXIT.
060800*----------------------------------------------------------------
060900* 2200-DISPLAY-BRANCH - THE TABLE ENTRY AT TBM-BRANCH-IDX.
061000*----------------------------------------------------------------
061100 2200-DISPLAY-BRANCH.
061200     DISPLAY TBM-BRE-BRANCH-CODE (TBM-BRANCH-IDX)
061300             '  FLAG ' TBM-BRE-ACTIVE-FLAG (TBM-BRANCH-IDX)
061400             '  CUTOFF ' TBM-BRE-CUTOFF-TIME (TBM-BRANCH-IDX)
061500             '  MIN ' TBM-BRE-MIN-COUNT (TBM-BRANCH-IDX)
061600             '  MAX ' TBM-BRE-MAX-COUNT (TBM-BRANCH-IDX)
061700             '  MODE ' TBM-BRE-RECON-MODE (TBM-BRANCH-IDX).
061800 2200-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 2300-GET-BRANCH-FIELDS - KEY EVERY FIELD BUT THE CODE.  THE
062200* COUNTS ARE KEYED AS SEVEN DIGITS, AS THEY SIT ON THE FILE.
062300*----------------------------------------------------------------
062400 2300-GET-BRANCH-FIELDS.
062500     MOVE SPACES TO TBM-ENTERED-FIELDS
062600     DISPLAY 'TBRMNT - ACTIVE FLAG (A=ACTIVE, S=SUSPENDED): '
062700     ACCEPT TBM-ENT-ACTIVE-FLAG FROM CONSOLE
062800     DISPLAY 'TBRMNT - CUTOFF TIME (HHMMSS): '
062900     ACCEPT TBM-ENT-CUTOFF-TIME FROM CONSOLE
063000     DISPLAY 'TBRMNT - MINIMUM RECORD COUNT (7 DIGITS): '
063100     ACCEPT TBM-ENT-MIN-COUNT FROM CONSOLE
063200     DISPLAY 'TBRMNT - MAXIMUM RECORD COUNT (7 DIGITS): '
063300     ACCEPT TBM-ENT-MAX-COUNT FROM CONSOLE
063400     DISPLAY 'TBRMNT - RECONCILE MODE (R=RANDOM, S=SEQUENTIAL): '
063500     ACCEPT TBM-ENT-RECON-MODE FROM CONSOLE.
063600 2300-EXIT.
063700     EXIT.
063800*----------------------------------------------------------------
063900* 2400-VALIDATE-BRANCH - EVERY FIELD OF TBM-NEW-BRANCH, REPORTING
064000* EACH FAULT FOUND, SO NOTHING REACHES THE FILE THAT 1130-LOAD-
064100* BRANCH-TABLE IN TREAD WOULD FAIL ON OR MISREAD.
064200*----------------------------------------------------------------
064300 2400-VALIDATE-BRANCH.
064400     SET TBM-ENTRY-VALID TO TRUE
064500     IF TBM-NEW-COUNTRY IS NOT ALPHABETIC
064600         OR TBM-NEW-COUNTRY (1:1) = SPACE
064700         OR TBM-NEW-COUNTRY (2:1) = SPACE
064800         OR TBM-NEW-CITY = SPACES
064900         DISPLAY 'TBRMNT - BRANCH CODE NOT VALID: '
065000                 TBM-NEW-BRANCH-CODE
065100         SET TBM-ENTRY-NOT-VALID TO TRUE
065200     END-IF
065300     IF TBM-NEW-ACTIVE-FLAG NOT = 'A'
065400         AND TBM-NEW-ACTIVE-FLAG NOT = 'S'
065500         DISPLAY 'TBRMNT - ACTIVE FLAG MUST BE A OR S: '
065600                 TBM-NEW-ACTIVE-FLAG
065700         SET TBM-ENTRY-NOT-VALID TO TRUE
065800     END-IF
065900     MOVE TBM-NEW-CUTOFF-TIME TO TBM-CHECK-TIME
066000     IF TBM-NEW-CUTOFF-TIME IS NOT NUMERIC
066100         DISPLAY 'TBRMNT - CUTOFF TIME NOT NUMERIC: '
066200                 TBM-NEW-CUTOFF-TIME
066300         SET TBM-ENTRY-NOT-VALID TO TRUE
066400     ELSE
066500         IF TBM-CHK-HOURS > 23
066600             OR TBM-CHK-MINUTES > 59
066700             OR TBM-CHK-SECONDS > 59
066800             DISPLAY 'TBRMNT - CUTOFF TIME NOT A VALID TIME: '
066900                     TBM-NEW-CUTOFF-TIME
067000             SET TBM-ENTRY-NOT-VALID TO TRUE
067100         END-IF
067200     END-IF
067300     IF TBM-NEW-MIN-COUNT IS NOT NUMERIC
067400         DISPLAY 'TBRMNT - MINIMUM COUNT NOT 7 DIGITS: '
067500                 TBM-NEW-MIN-COUNT
067600         SET TBM-ENTRY-NOT-VALID TO TRUE
067700     END-IF
067800     IF TBM-NEW-MAX-COUNT IS NOT NUMERIC
067900         DISPLAY 'TBRMNT - MAXIMUM COUNT NOT 7 DIGITS: '
068000                 TBM-NEW-MAX-COUNT
068100         SET TBM-ENTRY-NOT-VALID TO TRUE
068200     END-IF
068300     IF TBM-NEW-MIN-COUNT IS NUMERIC
068400         AND TBM-NEW-MAX-COUNT IS NUMERIC
068500         IF TBM-NEW-MIN-COUNT-9 > TBM-NEW-MAX-COUNT-9
068600             DISPLAY 'TBRMNT - MINIMUM COUNT ' TBM-NEW-MIN-COUNT
068700                     ' IS ABOVE MAXIMUM ' TBM-NEW-MAX-COUNT
068800             SET TBM-ENTRY-NOT-VALID TO TRUE
068900         END-IF
069000     END-IF
069100     IF TBM-NEW-RECON-MODE NOT = 'R'
069200         AND TBM-NEW-RECON-MODE NOT = 'S'
069300         DISPLAY 'TBRMNT - RECONCILE MODE MUST BE R OR S: '
069400                 TBM-NEW-RECON-MODE
069500         SET TBM-ENTRY-NOT-VALID TO TRUE
069600     END-IF.
069700 2400-EXIT.
069800     EXIT.
069900*----------------------------------------------------------------
070000* 2500-GET-EFFECTIVE-DATE - BLANK MEANS THE CHANGE IS SAVED NOW.
070100* A DATE MUST BE A REAL DATE AFTER TODAY; THE CHANGE IS THEN HELD
070200* UNTIL THE NIGHTLY RUN FOR THAT DATE.
070300*----------------------------------------------------------------
070400 2500-GET-EFFECTIVE-DATE.
070500     SET TBM-DATE-VALID TO TRUE
070600     DISPLAY 'TBRMNT - EFFECTIVE DATE (YYYYMMDD OR BLANK FOR '
070700             'NOW): '
070800     ACCEPT TBM-EFFECTIVE-DATE FROM CONSOLE
070900     IF TBM-EFFECTIVE-DATE = SPACES
071000         GO TO 2500-EXIT
071100     END-IF
071200     MOVE TBM-EFFECTIVE-DATE TO TBM-WORK-DATE
071300     SET TBM-RECURRING-NOT-ALLOWED TO TRUE
071400     PERFORM 2550-CHECK-DATE THRU 2550-EXIT
071500     IF TBM-DATE-NOT-VALID
071600         DISPLAY 'TBRMNT - EFFECTIVE DATE NOT VALID: '
071700                 TBM-EFFECTIVE-DATE
071800         GO TO 2500-EXIT
071900     END-IF
072000     IF TBM-CHECK-DATE NOT > TBM-TODAY
072100         DISPLAY 'TBRMNT - EFFECTIVE DATE MUST BE AFTER TODAY - '
072200                 'LEAVE IT BLANK FOR A CHANGE NOW'
072300         SET TBM-DATE-NOT-VALID TO TRUE
072400     END-IF.
072500 2500-EXIT.
072600     EXIT.
072700*----------------------------------------------------------------
072800* 2550-CHECK-DATE - TBM-WORK-DATE AS A CALENDAR DATE.  YEAR 0000
072900* (A RECURRING CLOSURE) ONLY WHERE THE CALLER ALLOWS IT.
073000*----------------------------------------------------------------
073100 2550-CHECK-DATE.
073200     SET TBM-DATE-NOT-VALID TO TRUE
073300     IF TBM-WORK-DATE IS NOT NUMERIC
073400         GO TO 2550-EXIT
073500     END-IF
073600     MOVE TBM-WORK-DATE TO TBM-CHECK-DATE
073700     IF TBM-CHK-YEAR = ZERO AND TBM-RECURRING-NOT-ALLOWED
073800         GO TO 2550-EXIT
073900     END-IF
074000     IF TBM-CHK-MONTH < 1 OR TBM-CHK-MONTH > 12
074100         GO TO 2550-EXIT
074200     END-IF
074300     IF TBM-CHK-DAY < 1
074400         OR TBM-CHK-DAY > TBM-MONTH-DAYS (TBM-CHK-MONTH)
074500         GO TO 2550-EXIT
074600     END-IF
074700     SET TBM-DATE-VALID TO TRUE.
074800 2550-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------
075100* 2600-CONFIRM
075200*----------------------------------------------------------------
075300 2600-CONFIRM.
075400     DISPLAY 'TBRMNT - SAVE THIS CHANGE (Y/N): '
075500     ACCEPT TBM-CONFIRM FROM CONSOLE
075600     IF TBM-CONFIRM NOT = 'Y'
075700         DISPLAY 'TBRMNT - CHANGE CANCELLED'
075800     END-IF.
075900 2600-EXIT.
076000     EXIT.
076100*----------------------------------------------------------------
076200* 3000-ADD-BRANCH - A NEW BRANCH, NOW OR FROM AN EFFECTIVE DATE.
076300*----------------------------------------------------------------
076400 3000-ADD-BRANCH.
076500     PERFORM 2100-GET-BRANCH-CODE THRU 2100-EXIT
076600     IF TBM-WORK-CODE = SPACES
076700         GO TO 3000-EXIT
076800     END-IF
076900     IF TBM-BRANCH-FOUND
077000         DISPLAY 'TBRMNT - BRANCH ALREADY ON FILE: ' TBM-WORK-CODE
077100         GO TO 3000-EXIT
077200     END-IF
077300     PERFORM 2300-GET-BRANCH-FIELDS THRU 2300-EXIT
077400     MOVE SPACES TO TBM-OLD-BRANCH
077500     MOVE TBM-WORK-CODE       TO TBM-NEW-BRANCH-CODE
077600     MOVE TBM-ENT-ACTIVE-FLAG TO TBM-NEW-ACTIVE-FLAG
077700     MOVE TBM-ENT-CUTOFF-TIME TO TBM-NEW-CUTOFF-TIME
077800     MOVE TBM-ENT-MIN-COUNT   TO TBM-NEW-MIN-COUNT
077900     MOVE TBM-ENT-MAX-COUNT   TO TBM-NEW-MAX-COUNT
078000     MOVE TBM-ENT-RECON-MODE  TO TBM-NEW-RECON-MODE
078100     PERFORM 2400-VALIDATE-BRANCH THRU 2400-EXIT
078200     IF TBM-ENTRY-NOT-VALID
078300         DISPLAY 'TBRMNT - BRANCH NOT ADDED'
078400         GO TO 3000-EXIT
078500     END-IF
078600     PERFORM 2500-GET-EFFECTIVE-DATE THRU 2500-EXIT
078700     IF TBM-DATE-NOT-VALID
078800         GO TO 3000-EXIT
078900     END-IF
079000     IF TBM-EFFECTIVE-DATE = SPACES
079100         AND TBM-BRANCH-COUNT >= TBM-BRANCH-LIMIT
079200         DISPLAY 'TBRMNT - BRANCH TABLE FULL, BRANCH NOT ADDED'
079300         GO TO 3000-EXIT
079400     END-IF
079500     PERFORM 2600-CONFIRM THRU 2600-EXIT
079600     IF TBM-CONFIRM NOT = 'Y'
079700         GO TO 3000-EXIT
079800     END-IF
079900     MOVE 'ADD' TO TBM-AUD-FUNCTION
080000     PERFORM 3600-SAVE-BRANCH-CHANGE THRU 3600-EXIT.
080100 3000-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------
080400* 3100-CHANGE-BRANCH - BLANK LEAVES A FIELD AS IT IS.  THE WHOLE
080500* BRANCH AS IT WOULD STAND IS VALIDATED, SO A NEW MINIMUM IS
080600* CHECKED AGAINST THE MAXIMUM ALREADY ON FILE.
080700*----------------------------------------------------------------
080800 3100-CHANGE-BRANCH.
080900     PERFORM 2100-GET-BRANCH-CODE THRU 2100-EXIT
081000     IF TBM-WORK-CODE = SPACES
081100         GO TO 3100-EXIT
081200     END-IF
081300     IF TBM-BRANCH-NOT-FOUND
081400         DISPLAY 'TBRMNT - NO BRANCH ' TBM-WORK-CODE
081500         GO TO 3100-EXIT
081600     END-IF
081700     PERFORM 2200-DISPLAY-BRANCH THRU 2200-EXIT
081800     DISPLAY 'TBRMNT - BLANK LEAVES A FIELD UNCHANGED'
081900     PERFORM 2300-GET-BRANCH-FIELDS THRU 2300-EXIT
082000     PERFORM 3110-BUILD-CHANGED-BRANCH THRU 3110-EXIT
082100     IF TBM-NEW-BRANCH = TBM-OLD-BRANCH
082200         DISPLAY 'TBRMNT - NOTHING CHANGED'
082300         GO TO 3100-EXIT
082400     END-IF
082500     PERFORM 2400-VALIDATE-BRANCH THRU 2400-EXIT
082600     IF TBM-ENTRY-NOT-VALID
082700         DISPLAY 'TBRMNT - BRANCH NOT CHANGED'
082800         GO TO 3100-EXIT
082900     END-IF
083000     PERFORM 2500-GET-EFFECTIVE-DATE THRU 2500-EXIT
083100     IF TBM-DATE-NOT-VALID
083200         GO TO 3100-EXIT
083300     END-IF
083400     PERFORM 2600-CONFIRM THRU 2600-EXIT
083500     IF TBM-CONFIRM NOT = 'Y'
083600         GO TO 3100-EXIT
083700     END-IF
083800     MOVE 'CHG' TO TBM-AUD-FUNCTION
083900     PERFORM 3600-SAVE-BRANCH-CHANGE THRU 3600-EXIT.
084000 3100-EXIT.
084100     EXIT.
084200*----------------------------------------------------------------
084300* 3110-BUILD-CHANGED-BRANCH - THE BRANCH AT TBM-BRANCH-IDX WITH
084400* EACH KEYED FIELD LAID OVER IT.
084500*----------------------------------------------------------------
084600 3110-BUILD-CHANGED-BRANCH.
084700     MOVE TBM-BRANCH-ENTRY (TBM-BRANCH-IDX) TO TBM-OLD-BRANCH
084800     MOVE TBM-OLD-BRANCH TO TBM-NEW-BRANCH
084900     IF TBM-ENT-ACTIVE-FLAG NOT = SPACE
085000         MOVE TBM-ENT-ACTIVE-FLAG TO TBM-NEW-ACTIVE-FLAG
085100     END-IF
085200     IF TBM-ENT-CUTOFF-TIME NOT = SPACES
085300         MOVE TBM-ENT-CUTOFF-TIME TO TBM-NEW-CUTOFF-TIME
085400     END-IF
085500     IF TBM-ENT-MIN-COUNT NOT = SPACES
085600         MOVE TBM-ENT-MIN-COUNT TO TBM-NEW-MIN-COUNT
085700     END-IF
085800     IF TBM-ENT-MAX-COUNT NOT = SPACES
085900         MOVE TBM-ENT-MAX-COUNT TO TBM-NEW-MAX-COUNT
086000     END-IF
086100     IF TBM-ENT-RECON-MODE NOT = SPACE
086200         MOVE TBM-ENT-RECON-MODE TO TBM-NEW-RECON-MODE
086300     END-IF.
086400 3110-EXIT.
086500     EXIT.
086600*----------------------------------------------------------------
086700* 3200-SUSPEND-BRANCH - SET THE ACTIVE FLAG TO S, NOW OR FROM AN
086800* AGREED NIGHT.  A BRANCH IS RE-ACTIVATED WITH CHG.
086900*----------------------------------------------------------------
087000 3200-SUSPEND-BRANCH.
087100     PERFORM 2100-GET-BRANCH-CODE THRU 2100-EXIT
087200     IF TBM-WORK-CODE = SPACES
087300         GO TO 3200-EXIT
087400     END-IF
087500     IF TBM-BRANCH-NOT-FOUND
087600         DISPLAY 'TBRMNT - NO BRANCH ' TBM-WORK-CODE
087700         GO TO 3200-EXIT
087800     END-IF
087900     PERFORM 2200-DISPLAY-BRANCH THRU 2200-EXIT
088000     IF TBM-BRE-ACTIVE-FLAG (TBM-BRANCH-IDX) = 'S'
088100         DISPLAY 'TBRMNT - BRANCH IS ALREADY SUSPENDED'
088200         GO TO 3200-EXIT
088300     END-IF
088400     MOVE SPACES TO TBM-ENTERED-FIELDS
088500     MOVE 'S' TO TBM-ENT-ACTIVE-FLAG
088600     PERFORM 3110-BUILD-CHANGED-BRANCH THRU 3110-EXIT
088700     PERFORM 2500-GET-EFFECTIVE-DATE THRU 2500-EXIT
088800     IF TBM-DATE-NOT-VALID
088900         GO TO 3200-EXIT
089000     END-IF
089100     PERFORM 2600-CONFIRM THRU 2600-EXIT
089200     IF TBM-CONFIRM NOT = 'Y'
089300         GO TO 3200-EXIT
089400     END-IF
089500     MOVE 'SUS' TO TBM-AUD-FUNCTION
089600     PERFORM 3600-SAVE-BRANCH-CHANGE THRU 3600-EXIT.
089700 3200-EXIT.
089800     EXIT.
089900*----------------------------------------------------------------
090000* 3300-REMOVE-BRANCH - REFUSED WHILE ANY CUSTOMER ON THE MASTER
090100* IS OWNED BY THE BRANCH (MOVE THEM WITH TMAINT OR TADJUD FIRST),
090200* WHILE IT HAS CLOSURES ON THE CALENDAR, OR WHILE A CHANGE FOR IT
090300* IS PENDING.  REMOVAL IS ALWAYS IMMEDIATE.
090400*----------------------------------------------------------------
090500 3300-REMOVE-BRANCH.
090600     PERFORM 2100-GET-BRANCH-CODE THRU 2100-EXIT
090700     IF TBM-WORK-CODE = SPACES
090800         GO TO 3300-EXIT
090900     END-IF
091000     IF TBM-BRANCH-NOT-FOUND
091100         DISPLAY 'TBRMNT - NO BRANCH ' TBM-WORK-CODE
091200         GO TO 3300-EXIT
091300     END-IF
091400     PERFORM 2200-DISPLAY-BRANCH THRU 2200-EXIT
091500     SET TBM-PENDING-IDX TO 1
091600     SEARCH TBM-PENDING-ENTRY
091700         AT END CONTINUE
091800         WHEN TBM-PENDING-IDX > TBM-PENDING-COUNT
091900             CONTINUE
092000         WHEN TBM-PNE-BRANCH-CODE (TBM-PENDING-IDX)
092100                  = TBM-WORK-CODE
092200             DISPLAY 'TBRMNT - CHANGES PENDING FOR THE BRANCH - '
092300                     'CANCEL THEM FIRST'
092400             GO TO 3300-EXIT
092500     END-SEARCH
092600     SET TBM-HOLIDAY-IDX TO 1
092700     SEARCH TBM-HOLIDAY-ENTRY
092800         AT END CONTINUE
092900         WHEN TBM-HOLIDAY-IDX > TBM-HOLIDAY-COUNT
093000             CONTINUE
093100         WHEN TBM-HLE-BRANCH-CODE (TBM-HOLIDAY-IDX)
093200                  = TBM-WORK-CODE
093300             DISPLAY 'TBRMNT - BRANCH HAS CLOSURES ON THE '
093400                     'CALENDAR - '
093500                     'REMOVE THEM FIRST'
093600             GO TO 3300-EXIT
093700     END-SEARCH
093800     PERFORM 3310-COUNT-OWNED THRU 3310-EXIT
093900     IF NOT TBM-MASTFILE-OK AND NOT TBM-MASTFILE-NOT-FOUND
094000         DISPLAY 'TBRMNT - BRANCH NOT REMOVED'
094100         GO TO 3300-EXIT
094200     END-IF
094300     IF TBM-OWNED-COUNT > ZERO
094400         MOVE TBM-OWNED-COUNT TO TBM-COUNT-EDIT
094500         DISPLAY 'TBRMNT - BRANCH STILL OWNS ' TBM-COUNT-EDIT
094600                 ' CUSTOMERS - NOT REMOVED'
094700         GO TO 3300-EXIT
094800     END-IF
094900     DISPLAY 'TBRMNT - REMOVE THIS BRANCH (Y/N): '
095000     ACCEPT TBM-CONFIRM FROM CONSOLE
095100     IF TBM-CONFIRM NOT = 'Y'
095200         DISPLAY 'TBRMNT - REMOVE CANCELLED'
095300         GO TO 3300-EXIT
095400     END-IF
095500     MOVE SPACES TO TBM-AUD-OLD-VALUE
095600     STRING 'FLAG '                              DELIMITED BY SIZE
095700            TBM-BRE-ACTIVE-FLAG (TBM-BRANCH-IDX)
095800                                         DELIMITED BY SIZE
095900            ' CUT '                              DELIMITED BY SIZE
096000            TBM-BRE-CUTOFF-TIME (TBM-BRANCH-IDX)
096100                                         DELIMITED BY SIZE
096200       INTO TBM-AUD-OLD-VALUE
096300     END-STRING
096400     SET TBM-SUB TO TBM-BRANCH-IDX
096500     PERFORM 3320-CLOSE-UP-ONE-BRANCH THRU 3320-EXIT
096600         UNTIL TBM-SUB >= TBM-BRANCH-COUNT
096700     SUBTRACT 1 FROM TBM-BRANCH-COUNT
096800     PERFORM 7000-SAVE-BRANCHES THRU 7000-EXIT
096900     IF TBM-RETURN-CODE NOT < 16
097000         GO TO 3300-EXIT
097100     END-IF
097200     MOVE 'REMOVED' TO TBM-AUD-NEW-VALUE
097300     MOVE 'DEL' TO TBM-AUD-FUNCTION
097400     PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
097500     DISPLAY 'TBRMNT - BRANCH REMOVED'.
097600 3300-EXIT.
097700     EXIT.
097800*----------------------------------------------------------------
097900* 3310-COUNT-OWNED - CUSTOMERS ON THE MASTER OWNED BY THE BRANCH.
098000* THE MASTER IS OPENED PER REMOVAL; NO MASTER YET MEANS NONE.
098100*----------------------------------------------------------------
098200 3310-COUNT-OWNED.
098300     MOVE ZERO TO TBM-OWNED-COUNT
098400     OPEN INPUT CUSTOMER-MASTER
098500     IF TBM-MASTFILE-NOT-FOUND
098600         GO TO 3310-EXIT
098700     END-IF
098800     IF NOT TBM-MASTFILE-OK
098900         DISPLAY 'TBRMNT - CUSTOMER MASTER OPEN FAILED, STATUS '
099000                 TBM-MASTFILE-STATUS
099100         MOVE 8 TO TBM-RETURN-CODE
099200         GO TO 3310-EXIT
099300     END-IF
099400     MOVE 'N' TO TBM-FILE-EOF-SWITCH
099500     MOVE LOW-VALUES TO MAST-KEY
099600     START CUSTOMER-MASTER KEY IS >= MAST-KEY
099700         INVALID KEY SET TBM-FILE-END-OF-FILE TO TRUE
099800     END-START
099900     PERFORM 3311-CHECK-ONE-CUSTOMER THRU 3311-EXIT
100000         UNTIL TBM-FILE-END-OF-FILE
100100     CLOSE CUSTOMER-MASTER.
100200 3310-EXIT.
100300     EXIT.
100400*----------------------------------------------------------------
100500* 3311-CHECK-ONE-CUSTOMER
100600*----------------------------------------------------------------
100700 3311-CHECK-ONE-CUSTOMER.
100800     READ CUSTOMER-MASTER NEXT RECORD
100900         AT END SET TBM-FILE-END-OF-FILE TO TRUE
101000     END-READ
101100     IF TBM-FILE-END-OF-FILE
101200         GO TO 3311-EXIT
101300     END-IF
101400     IF MAST-KEY = TBM-CONTROL-KEY
101500         GO TO 3311-EXIT
101600     END-IF
101700     IF MAST-BRANCH-COUNTRY = TBM-WORK-CODE (1:2)
101800         AND MAST-BRANCH-CITY = TBM-WORK-CODE (3:4)
101900         ADD 1 TO TBM-OWNED-COUNT
102000     END-IF.
102100 3311-EXIT.
102200     EXIT.
102300*----------------------------------------------------------------
102400* 3320-CLOSE-UP-ONE-BRANCH
102500*----------------------------------------------------------------
102600 3320-CLOSE-UP-ONE-BRANCH.
102700     COMPUTE TBM-SUB2 = TBM-SUB + 1
102800     MOVE TBM-BRANCH-ENTRY (TBM-SUB2)
102900                         TO TBM-BRANCH-ENTRY (TBM-SUB)
103000     ADD 1 TO TBM-SUB.
103100 3320-EXIT.
103200     EXIT.
103300*----------------------------------------------------------------
103400* 3400-LIST-BRANCHES - EVERY BRANCH ON FILE, THEN EVERY CHANGE
103500* WAITING FOR ITS EFFECTIVE DATE.  INQUIRY ONLY - NO AUDIT LINE.
103600*----------------------------------------------------------------
103700 3400-LIST-BRANCHES.
103800     MOVE ZERO TO TBM-SUB
103900     PERFORM 3410-LIST-ONE-BRANCH THRU 3410-EXIT
104000         UNTIL TBM-SUB >= TBM-BRANCH-COUNT
104100     MOVE TBM-BRANCH-COUNT TO TBM-COUNT-EDIT
104200     DISPLAY 'TBRMNT - BRANCHES ON FILE: ' TBM-COUNT-EDIT
104300     MOVE ZERO TO TBM-SUB
104400     PERFORM 3420-LIST-ONE-PENDING THRU 3420-EXIT
104500         UNTIL TBM-SUB >= TBM-PENDING-COUNT
104600     MOVE TBM-PENDING-COUNT TO TBM-COUNT-EDIT
104700     DISPLAY 'TBRMNT - CHANGES PENDING:  ' TBM-COUNT-EDIT.
104800 3400-EXIT.
104900     EXIT.
105000*----------------------------------------------------------------
105100* 3410-LIST-ONE-BRANCH
105200*----------------------------------------------------------------
105300 3410-LIST-ONE-BRANCH.
105400     ADD 1 TO TBM-SUB
105500     SET TBM-BRANCH-IDX TO TBM-SUB
105600     PERFORM 2200-DISPLAY-BRANCH THRU 2200-EXIT.
105700 3410-EXIT.
105800     EXIT.
105900*----------------------------------------------------------------
106000* 3420-LIST-ONE-PENDING - A BLANK FIELD ON A PENDING CHANGE IS
106100* ONE THE CHANGE LEAVES ALONE.
106200*----------------------------------------------------------------
106300 3420-LIST-ONE-PENDING.
106400     ADD 1 TO TBM-SUB
106500     SET TBM-PENDING-IDX TO TBM-SUB
106600     DISPLAY 'PENDING ' TBM-PNE-EFFECTIVE-DATE (TBM-PENDING-IDX)
106700             ' ' TBM-PNE-ACTION (TBM-PENDING-IDX)
106800             ' ' TBM-PNE-BRANCH-CODE (TBM-PENDING-IDX)
106900             '  FLAG ' TBM-PNE-ACTIVE-FLAG (TBM-PENDING-IDX)
107000             '  CUTOFF ' TBM-PNE-CUTOFF-TIME (TBM-PENDING-IDX)
107100             '  MIN ' TBM-PNE-MIN-COUNT (TBM-PENDING-IDX)
107200             '  MAX ' TBM-PNE-MAX-COUNT (TBM-PENDING-IDX)
107300             '  MODE ' TBM-PNE-RECON-MODE (TBM-PENDING-IDX)
107400             '  BY ' TBM-PNE-OPERATOR (TBM-PENDING-IDX).
107500 3420-EXIT.
107600     EXIT.
107700*----------------------------------------------------------------
107800* 3500-CANCEL-PENDING - WITHDRAW A CHANGE BEFORE ITS NIGHT.
107900*----------------------------------------------------------------
108000 3500-CANCEL-PENDING.
108100     DISPLAY 'TBRMNT - ENTER BRANCH CODE (CCCITY): '
108200     ACCEPT TBM-WORK-CODE FROM CONSOLE
108300     DISPLAY 'TBRMNT - ENTER EFFECTIVE DATE (YYYYMMDD): '
108400     ACCEPT TBM-EFFECTIVE-DATE FROM CONSOLE
108500     SET TBM-BRANCH-NOT-FOUND TO TRUE
108600     SET TBM-PENDING-IDX TO 1
108700     SEARCH TBM-PENDING-ENTRY
108800         AT END CONTINUE
108900         WHEN TBM-PENDING-IDX > TBM-PENDING-COUNT
109000             CONTINUE
109100         WHEN TBM-PNE-BRANCH-CODE (TBM-PENDING-IDX)
109200                  = TBM-WORK-CODE
109300             AND TBM-PNE-EFFECTIVE-DATE (TBM-PENDING-IDX)
109400                 = TBM-EFFECTIVE-DATE
109500             SET TBM-BRANCH-FOUND TO TRUE
109600     END-SEARCH
109700     IF TBM-BRANCH-NOT-FOUND
109800         DISPLAY 'TBRMNT - NO CHANGE PENDING FOR ' TBM-WORK-CODE
109900                 ' ON ' TBM-EFFECTIVE-DATE
110000         GO TO 3500-EXIT
110100     END-IF
110200     SET TBM-SUB TO TBM-PENDING-IDX
110300     SUBTRACT 1 FROM TBM-SUB
110400     PERFORM 3420-LIST-ONE-PENDING THRU 3420-EXIT
110500     DISPLAY 'TBRMNT - CANCEL THIS CHANGE (Y/N): '
110600     ACCEPT TBM-CONFIRM FROM CONSOLE
110700     IF TBM-CONFIRM NOT = 'Y'
110800         DISPLAY 'TBRMNT - CHANGE KEPT'
110900         GO TO 3500-EXIT
111000     END-IF
111100     SET TBM-SUB TO TBM-PENDING-IDX
111200     PERFORM 3510-CLOSE-UP-ONE-PENDING THRU 3510-EXIT
111300         UNTIL TBM-SUB >= TBM-PENDING-COUNT
111400     SUBTRACT 1 FROM TBM-PENDING-COUNT
111500     PERFORM 7100-SAVE-PENDING THRU 7100-EXIT
111600     IF TBM-RETURN-CODE NOT < 16
111700         GO TO 3500-EXIT
111800     END-IF
111900     MOVE SPACES TO TBM-AUD-OLD-VALUE
112000     STRING 'EFF '                  DELIMITED BY SIZE
112100            TBM-EFFECTIVE-DATE      DELIMITED BY SIZE
112200       INTO TBM-AUD-OLD-VALUE
112300     END-STRING
112400     MOVE 'CANCELLED' TO TBM-AUD-NEW-VALUE
112500     MOVE 'CAN' TO TBM-AUD-FUNCTION
112600     PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
112700     DISPLAY 'TBRMNT - PENDING CHANGE CANCELLED'.
112800 3500-EXIT.
112900     EXIT.
113000*----------------------------------------------------------------
113100* 3510-CLOSE-UP-ONE-PENDING
113200*----------------------------------------------------------------
113300 3510-CLOSE-UP-ONE-PENDING.
113400     COMPUTE TBM-SUB2 = TBM-SUB + 1
113500     MOVE TBM-PENDING-ENTRY (TBM-SUB2)
113600                         TO TBM-PENDING-ENTRY (TBM-SUB)
113700     ADD 1 TO TBM-SUB.
113800 3510-EXIT.
113900     EXIT.
114000*----------------------------------------------------------------
114100* 3600-SAVE-BRANCH-CHANGE - TBM-OLD-BRANCH/TBM-NEW-BRANCH HOLD
114200* THE CHANGE AND TBM-AUD-FUNCTION SAYS WHAT IT IS.  WITH NO
114300* EFFECTIVE DATE IT GOES STRAIGHT TO BRANCHES.DAT; OTHERWISE IT
114400* IS HELD ON THE PENDING FILE, AUDITED AS 'PND' FIELD BY FIELD
114500* WITH A CLOSING LINE GIVING THE ACTION AND THE DATE.
114600*----------------------------------------------------------------
114700 3600-SAVE-BRANCH-CHANGE.
114800     IF TBM-EFFECTIVE-DATE NOT = SPACES
114900         PERFORM 3700-ADD-PENDING THRU 3700-EXIT
115000         GO TO 3600-EXIT
115100     END-IF
115200     IF TBM-OLD-BRANCH = SPACES
115300         ADD 1 TO TBM-BRANCH-COUNT
115400         SET TBM-BRANCH-IDX TO TBM-BRANCH-COUNT
115500     END-IF
115600     MOVE TBM-NEW-BRANCH TO TBM-BRANCH-ENTRY (TBM-BRANCH-IDX)
115700     PERFORM 7000-SAVE-BRANCHES THRU 7000-EXIT
115800     IF TBM-RETURN-CODE NOT < 16
115900         GO TO 3600-EXIT
116000     END-IF
116100     PERFORM 7300-AUDIT-BRANCH-FIELDS THRU 7300-EXIT
116200     DISPLAY 'TBRMNT - BRANCH ' TBM-WORK-CODE ' SAVED'.
116300 3600-EXIT.
116400     EXIT.
116500*----------------------------------------------------------------
116600* 3700-ADD-PENDING - INSERTED AFTER EVERY CHANGE DUE ON OR BEFORE
116700* THE SAME DATE, SO CHANGES APPLY IN THE ORDER THEY FALL DUE AND,
116800* ON ONE NIGHT, IN THE ORDER THEY WERE KEYED.
116900*----------------------------------------------------------------
117000 3700-ADD-PENDING.
117100     IF TBM-PENDING-COUNT >= TBM-PENDING-LIMIT
117200         DISPLAY 'TBRMNT - PENDING CHANGE TABLE FULL, NOT SAVED'
117300         GO TO 3700-EXIT
117400     END-IF
117500     MOVE SPACES TO TBM-NEW-PENDING
117600     MOVE TBM-EFFECTIVE-DATE TO TBM-NEW-PENDING (1:8)
117700     IF TBM-OLD-BRANCH = SPACES
117800         MOVE 'A' TO TBM-NEW-PENDING (9:1)
117900     ELSE
118000         MOVE 'C' TO TBM-NEW-PENDING (9:1)
118100     END-IF
118200     MOVE TBM-OPERATOR-ID    TO TBM-NEW-PENDING (10:3)
118300     MOVE TBM-TODAY          TO TBM-NEW-PENDING (13:8)
118400     MOVE TBM-WORK-CODE      TO TBM-NEW-PENDING (21:6)
118500     IF TBM-NEW-ACTIVE-FLAG NOT = TBM-OLD-ACTIVE-FLAG
118600         MOVE TBM-NEW-ACTIVE-FLAG TO TBM-NEW-PENDING (27:1)
118700     END-IF
118800     IF TBM-NEW-CUTOFF-TIME NOT = TBM-OLD-CUTOFF-TIME
118900         MOVE TBM-NEW-CUTOFF-TIME TO TBM-NEW-PENDING (28:6)
119000     END-IF
119100     IF TBM-NEW-MIN-COUNT NOT = TBM-OLD-MIN-COUNT
119200         MOVE TBM-NEW-MIN-COUNT TO TBM-NEW-PENDING (34:7)
119300     END-IF
119400     IF TBM-NEW-MAX-COUNT NOT = TBM-OLD-MAX-COUNT
119500         MOVE TBM-NEW-MAX-COUNT TO TBM-NEW-PENDING (41:7)
119600     END-IF
119700     IF TBM-NEW-RECON-MODE NOT = TBM-OLD-RECON-MODE
119800         MOVE TBM-NEW-RECON-MODE TO TBM-NEW-PENDING (48:1)
119900     END-IF
120000     MOVE TBM-PENDING-COUNT TO TBM-SUB
120100     PERFORM 3710-SHIFT-ONE-PENDING THRU 3710-EXIT
120200         UNTIL TBM-SUB = ZERO
120300         OR TBM-PNE-EFFECTIVE-DATE (TBM-SUB)
120400            NOT > TBM-EFFECTIVE-DATE
120500     ADD 1 TO TBM-SUB
120600     MOVE TBM-NEW-PENDING TO TBM-PENDING-ENTRY (TBM-SUB)
120700     ADD 1 TO TBM-PENDING-COUNT
120800     PERFORM 7100-SAVE-PENDING THRU 7100-EXIT
120900     IF TBM-RETURN-CODE NOT < 16
121000         GO TO 3700-EXIT
121100     END-IF
121200     MOVE TBM-AUD-FUNCTION TO TBM-AUD-OLD-VALUE
121300     MOVE 'PND' TO TBM-AUD-FUNCTION
121400     PERFORM 7300-AUDIT-BRANCH-FIELDS THRU 7300-EXIT
121500     IF TBM-AUD-OLD-VALUE (1:3) = 'ADD'
121600         MOVE 'ADD' TO TBM-AUD-OLD-VALUE
121700     ELSE
121800         IF TBM-AUD-OLD-VALUE (1:3) = 'SUS'
121900             MOVE 'SUSPEND' TO TBM-AUD-OLD-VALUE
122000         ELSE
122100             MOVE 'CHANGE' TO TBM-AUD-OLD-VALUE
122200         END-IF
122300     END-IF
122400     MOVE SPACES TO TBM-AUD-NEW-VALUE
122500     STRING 'EFF '                  DELIMITED BY SIZE
122600            TBM-EFFECTIVE-DATE      DELIMITED BY SIZE
122700       INTO TBM-AUD-NEW-VALUE
122800     END-STRING
122900     PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
123000     DISPLAY 'TBRMNT - CHANGE HELD UNTIL ' TBM-EFFECTIVE-DATE.
123100 3700-EXIT.
123200     EXIT.
123300*----------------------------------------------------------------
123400* 3710-SHIFT-ONE-PENDING
123500*----------------------------------------------------------------
123600 3710-SHIFT-ONE-PENDING.
123700     COMPUTE TBM-SUB2 = TBM-SUB + 1
123800     MOVE TBM-PENDING-ENTRY (TBM-SUB)
123900                         TO TBM-PENDING-ENTRY (TBM-SUB2)
124000     SUBTRACT 1 FROM TBM-SUB.
124100 3710-EXIT.
124200     EXIT.
124300*----------------------------------------------------------------
124400* 4000-ADD-CLOSURE - THE BRANCH MUST BE ON FILE OR HAVE AN ADD
124500* PENDING.  YEAR 0000 MAKES THE CLOSURE RECUR EVERY YEAR.
124600*----------------------------------------------------------------
124700 4000-ADD-CLOSURE.
124800     PERFORM 2100-GET-BRANCH-CODE THRU 2100-EXIT
124900     IF TBM-WORK-CODE = SPACES
125000         GO TO 4000-EXIT
125100     END-IF
125200     IF TBM-BRANCH-NOT-FOUND
125300         SET TBM-PENDING-IDX TO 1
125400         SEARCH TBM-PENDING-ENTRY
125500             AT END CONTINUE
125600             WHEN TBM-PENDING-IDX > TBM-PENDING-COUNT
125700                 CONTINUE
125800             WHEN TBM-PNE-BRANCH-CODE (TBM-PENDING-IDX)
125900                      = TBM-WORK-CODE
126000                 AND TBM-PNE-ADD (TBM-PENDING-IDX)
126100                 SET TBM-BRANCH-FOUND TO TRUE
126200         END-SEARCH
126300     END-IF
126400     IF TBM-BRANCH-NOT-FOUND
126500         DISPLAY 'TBRMNT - NO BRANCH ' TBM-WORK-CODE
126600         GO TO 4000-EXIT
126700     END-IF
126800     IF TBM-HOLIDAY-COUNT >= TBM-HOLIDAY-LIMIT
126900         DISPLAY 'TBRMNT - HOLIDAY CALENDAR FULL, NOT ADDED'
127000         GO TO 4000-EXIT
127100     END-IF
127200     DISPLAY 'TBRMNT - CLOSURE DATE (YYYYMMDD, YEAR 0000 FOR '
127300             'EVERY YEAR): '
127400     ACCEPT TBM-WORK-DATE FROM CONSOLE
127500     SET TBM-RECURRING-ALLOWED TO TRUE
127600     PERFORM 2550-CHECK-DATE THRU 2550-EXIT
127700     IF TBM-DATE-NOT-VALID
127800         DISPLAY 'TBRMNT - CLOSURE DATE NOT VALID: ' TBM-WORK-DATE
127900         GO TO 4000-EXIT
128000     END-IF
128100     PERFORM 4900-FIND-CLOSURE THRU 4900-EXIT
128200     IF TBM-BRANCH-FOUND
128300         DISPLAY 'TBRMNT - CLOSURE ALREADY ON THE CALENDAR'
128400         GO TO 4000-EXIT
128500     END-IF
128600     ADD 1 TO TBM-HOLIDAY-COUNT
128700     SET TBM-HOLIDAY-IDX TO TBM-HOLIDAY-COUNT
128800     MOVE TBM-WORK-CODE TO TBM-HLE-BRANCH-CODE (TBM-HOLIDAY-IDX)
128900     MOVE TBM-WORK-DATE TO TBM-HLE-CLOSE-DATE (TBM-HOLIDAY-IDX)
129000     PERFORM 7200-SAVE-HOLIDAYS THRU 7200-EXIT
129100     IF TBM-RETURN-CODE NOT < 16
129200         GO TO 4000-EXIT
129300     END-IF
129400     MOVE SPACES TO TBM-AUD-OLD-VALUE
129500     MOVE SPACES TO TBM-AUD-NEW-VALUE
129600     STRING 'CLOSED '               DELIMITED BY SIZE
129700            TBM-WORK-DATE           DELIMITED BY SIZE
129800       INTO TBM-AUD-NEW-VALUE
129900     END-STRING
130000     MOVE 'HAD' TO TBM-AUD-FUNCTION
130100     PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
130200     DISPLAY 'TBRMNT - CLOSURE ADDED'.
130300 4000-EXIT.
130400     EXIT.
130500*----------------------------------------------------------------
130600* 4100-REMOVE-CLOSURE
130700*----------------------------------------------------------------
130800 4100-REMOVE-CLOSURE.
130900     DISPLAY 'TBRMNT - ENTER BRANCH CODE (CCCITY): '
131000     ACCEPT TBM-WORK-CODE FROM CONSOLE
131100     DISPLAY 'TBRMNT - CLOSURE DATE (YYYYMMDD): '
131200     ACCEPT TBM-WORK-DATE FROM CONSOLE
131300     PERFORM 4900-FIND-CLOSURE THRU 4900-EXIT
131400     IF TBM-BRANCH-NOT-FOUND
131500         DISPLAY 'TBRMNT - NO CLOSURE FOR ' TBM-WORK-CODE
131600                 ' ON ' TBM-WORK-DATE
131700         GO TO 4100-EXIT
131800     END-IF
131900     SET TBM-SUB TO TBM-HOLIDAY-IDX
132000     PERFORM 4110-CLOSE-UP-ONE-HOLIDAY THRU 4110-EXIT
132100         UNTIL TBM-SUB >= TBM-HOLIDAY-COUNT
132200     SUBTRACT 1 FROM TBM-HOLIDAY-COUNT
132300     PERFORM 7200-SAVE-HOLIDAYS THRU 7200-EXIT
132400     IF TBM-RETURN-CODE NOT < 16
132500         GO TO 4100-EXIT
132600     END-IF
132700     MOVE SPACES TO TBM-AUD-OLD-VALUE
132800     STRING 'CLOSED '               DELIMITED BY SIZE
132900            TBM-WORK-DATE           DELIMITED BY SIZE
133000       INTO TBM-AUD-OLD-VALUE
133100     END-STRING
133200     MOVE 'REMOVED' TO TBM-AUD-NEW-VALUE
133300     MOVE 'HDL' TO TBM-AUD-FUNCTION
133400     PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
133500     DISPLAY 'TBRMNT - CLOSURE REMOVED'.
133600 4100-EXIT.
133700     EXIT.
133800*----------------------------------------------------------------
133900* 4110-CLOSE-UP-ONE-HOLIDAY
134000*----------------------------------------------------------------
134100 4110-CLOSE-UP-ONE-HOLIDAY.
134200     COMPUTE TBM-SUB2 = TBM-SUB + 1
134300     MOVE TBM-HOLIDAY-ENTRY (TBM-SUB2)
134400                         TO TBM-HOLIDAY-ENTRY (TBM-SUB)
134500     ADD 1 TO TBM-SUB.
134600 4110-EXIT.
134700     EXIT.
134800*----------------------------------------------------------------
134900* 4200-LIST-CLOSURES - FOR ONE BRANCH, OR ALL WITH A BLANK CODE.
135000* INQUIRY ONLY - NO AUDIT LINE.
135100*----------------------------------------------------------------
135200 4200-LIST-CLOSURES.
135300     DISPLAY 'TBRMNT - ENTER BRANCH CODE (CCCITY OR BLANK): '
135400     ACCEPT TBM-WORK-CODE FROM CONSOLE
135500     MOVE ZERO TO TBM-LIST-COUNT
135600     MOVE ZERO TO TBM-SUB
135700     PERFORM 4210-LIST-ONE-CLOSURE THRU 4210-EXIT
135800         UNTIL TBM-SUB >= TBM-HOLIDAY-COUNT
135900     MOVE TBM-LIST-COUNT TO TBM-COUNT-EDIT
136000     DISPLAY 'TBRMNT - CLOSURES LISTED: ' TBM-COUNT-EDIT.
136100 4200-EXIT.
136200     EXIT.
136300*----------------------------------------------------------------
136400* 4210-LIST-ONE-CLOSURE
136500*----------------------------------------------------------------
136600 4210-LIST-ONE-CLOSURE.
136700     ADD 1 TO TBM-SUB
136800     SET TBM-HOLIDAY-IDX TO TBM-SUB
136900     IF TBM-WORK-CODE = SPACES
137000         OR TBM-HLE-BRANCH-CODE (TBM-HOLIDAY-IDX) = TBM-WORK-CODE
137100         ADD 1 TO TBM-LIST-COUNT
137200         IF TBM-HLE-CLOSE-DATE (TBM-HOLIDAY-IDX) (1:4) = '0000'
137300             DISPLAY TBM-HLE-BRANCH-CODE (TBM-HOLIDAY-IDX) '  '
137400                     TBM-HLE-CLOSE-DATE (TBM-HOLIDAY-IDX)
137500                     '  EVERY YEAR'
137600         ELSE
137700             DISPLAY TBM-HLE-BRANCH-CODE (TBM-HOLIDAY-IDX) '  '
137800                     TBM-HLE-CLOSE-DATE (TBM-HOLIDAY-IDX)
137900         END-IF
138000     END-IF.
138100 4210-EXIT.
138200     EXIT.
138300*----------------------------------------------------------------
138400* 4900-FIND-CLOSURE - TBM-WORK-CODE ON TBM-WORK-DATE.
138500*----------------------------------------------------------------
138600 4900-FIND-CLOSURE.
138700     SET TBM-BRANCH-NOT-FOUND TO TRUE
138800     SET TBM-HOLIDAY-IDX TO 1
138900     SEARCH TBM-HOLIDAY-ENTRY
139000         AT END CONTINUE
139100         WHEN TBM-HOLIDAY-IDX > TBM-HOLIDAY-COUNT
139200             CONTINUE
139300         WHEN TBM-HLE-BRANCH-CODE (TBM-HOLIDAY-IDX)
139400                  = TBM-WORK-CODE
139500             AND TBM-HLE-CLOSE-DATE (TBM-HOLIDAY-IDX)
139600                 = TBM-WORK-DATE
139700             SET TBM-BRANCH-FOUND TO TRUE
139800     END-SEARCH.
139900 4900-EXIT.
140000     EXIT.
140100*----------------------------------------------------------------
140200* 7000-SAVE-BRANCHES - REWRITE BRANCHES.DAT FROM THE TABLE.
140300*----------------------------------------------------------------
140400 7000-SAVE-BRANCHES.
140500     OPEN OUTPUT BRANCH-CONTROL-FILE
140600     IF NOT TBM-BRCFILE-OK
140700         DISPLAY 'TBRMNT - BRANCH CONTROL FILE REWRITE FAILED, '
140800                 'STATUS ' TBM-BRCFILE-STATUS
140900         MOVE 16 TO TBM-RETURN-CODE
141000         SET TBM-END-REQUESTED TO TRUE
141100         GO TO 7000-EXIT
141200     END-IF
141300     MOVE ZERO TO TBM-SUB
141400     PERFORM 7010-WRITE-ONE-BRANCH THRU 7010-EXIT
141500         UNTIL TBM-SUB >= TBM-BRANCH-COUNT
141600     CLOSE BRANCH-CONTROL-FILE.
141700 7000-EXIT.
141800     EXIT.
141900*----------------------------------------------------------------
142000* 7010-WRITE-ONE-BRANCH - A FAILED WRITE ENDS THE LOOP AND THE
142010* RUN THE SAME WAY A FAILED OPEN DOES.
142100*----------------------------------------------------------------
142200 7010-WRITE-ONE-BRANCH.
142300     ADD 1 TO TBM-SUB
142400     MOVE TBM-BRANCH-ENTRY (TBM-SUB) TO BRANCH-CONTROL-RECORD
142500     WRITE BRANCH-CONTROL-RECORD
142510     IF NOT TBM-BRCFILE-OK
142520         DISPLAY 'TBRMNT - BRANCH CONTROL FILE REWRITE FAILED, '
142530                 'STATUS ' TBM-BRCFILE-STATUS
142540         MOVE 16 TO TBM-RETURN-CODE
142550         SET TBM-END-REQUESTED TO TRUE
142560         MOVE TBM-BRANCH-COUNT TO TBM-SUB
142570     END-IF.
142600 7010-EXIT.
142700     EXIT.
142800*----------------------------------------------------------------
142900* 7100-SAVE-PENDING - REWRITE BRPEND.DAT FROM THE TABLE.
143000*----------------------------------------------------------------
143100 7100-SAVE-PENDING.
143200     OPEN OUTPUT PENDING-CHANGE-FILE
143300     IF NOT TBM-PNDFILE-OK
143400         DISPLAY 'TBRMNT - PENDING CHANGE FILE REWRITE FAILED, '
143500                 'STATUS ' TBM-PNDFILE-STATUS
143600         MOVE 16 TO TBM-RETURN-CODE
143700         SET TBM-END-REQUESTED TO TRUE
143800         GO TO 7100-EXIT
143900     END-IF
144000     MOVE ZERO TO TBM-SUB
144100     PERFORM 7110-WRITE-ONE-PENDING THRU 7110-EXIT
144200         UNTIL TBM-SUB >= TBM-PENDING-COUNT
144300     CLOSE PENDING-CHANGE-FILE.
144400 7100-EXIT.
144500     EXIT.
144600*----------------------------------------------------------------
144700* 7110-WRITE-ONE-PENDING - A FAILED WRITE ENDS THE LOOP AND THE
144710* RUN THE SAME WAY A FAILED OPEN DOES.
144800*----------------------------------------------------------------
144900 7110-WRITE-ONE-PENDING.
145000     ADD 1 TO TBM-SUB
145100     MOVE TBM-PENDING-ENTRY (TBM-SUB) TO PENDING-CHANGE-RECORD
145200     WRITE PENDING-CHANGE-RECORD
145210     IF NOT TBM-PNDFILE-OK
145220         DISPLAY 'TBRMNT - PENDING CHANGE FILE REWRITE FAILED, '
145230                 'STATUS ' TBM-PNDFILE-STATUS
145240         MOVE 16 TO TBM-RETURN-CODE
145250         SET TBM-END-REQUESTED TO TRUE
145260         MOVE TBM-PENDING-COUNT TO TBM-SUB
145270     END-IF.
145300 7110-EXIT.
145400     EXIT.
145500*----------------------------------------------------------------
145600* 7200-SAVE-HOLIDAYS - REWRITE HOLIDAYS.DAT FROM THE TABLE.
145700*----------------------------------------------------------------
145800 7200-SAVE-HOLIDAYS.
145900     OPEN OUTPUT HOLIDAY-CALENDAR-FILE
146000     IF NOT TBM-HOLFILE-OK
146100         DISPLAY 'TBRMNT - HOLIDAY CALENDAR REWRITE FAILED, '
146200                 'STATUS ' TBM-HOLFILE-STATUS
146300         MOVE 16 TO TBM-RETURN-CODE
146400         SET TBM-END-REQUESTED TO TRUE
146500         GO TO 7200-EXIT
146600     END-IF
146700     MOVE ZERO TO TBM-SUB
146800     PERFORM 7210-WRITE-ONE-HOLIDAY THRU 7210-EXIT
146900         UNTIL TBM-SUB >= TBM-HOLIDAY-COUNT
147000     CLOSE HOLIDAY-CALENDAR-FILE.
147100 7200-EXIT.
147200     EXIT.
147300*----------------------------------------------------------------
147400* 7210-WRITE-ONE-HOLIDAY - A FAILED WRITE ENDS THE LOOP AND THE
147410* RUN THE SAME WAY A FAILED OPEN DOES.
147500*----------------------------------------------------------------
147600 7210-WRITE-ONE-HOLIDAY.
147700     ADD 1 TO TBM-SUB
147800     MOVE TBM-HLE-BRANCH-CODE (TBM-SUB) TO HOL-BRANCH-CODE
147900     MOVE TBM-HLE-CLOSE-DATE (TBM-SUB)  TO HOL-CLOSE-DATE
148000     WRITE HOLIDAY-CALENDAR-RECORD
148010     IF NOT TBM-HOLFILE-OK
148020         DISPLAY 'TBRMNT - HOLIDAY CALENDAR REWRITE FAILED, '
148030                 'STATUS ' TBM-HOLFILE-STATUS
148040         MOVE 16 TO TBM-RETURN-CODE
148050         SET TBM-END-REQUESTED TO TRUE
148060         MOVE TBM-HOLIDAY-COUNT TO TBM-SUB
148070     END-IF.
148100 7210-EXIT.
148200     EXIT.
148300*----------------------------------------------------------------
148400* 7300-AUDIT-BRANCH-FIELDS - ONE AUDIT LINE PER FIELD THAT
148500* DIFFERS BETWEEN TBM-OLD-BRANCH AND TBM-NEW-BRANCH, UNDER THE
148600* FUNCTION ALREADY IN TBM-AUD-FUNCTION.
148700*----------------------------------------------------------------
148800 7300-AUDIT-BRANCH-FIELDS.
148900     IF TBM-NEW-ACTIVE-FLAG NOT = TBM-OLD-ACTIVE-FLAG
149000         MOVE SPACES TO TBM-AUD-OLD-VALUE
149100         MOVE SPACES TO TBM-AUD-NEW-VALUE
149200         IF TBM-OLD-BRANCH NOT = SPACES
149300             STRING 'FLAG '              DELIMITED BY SIZE
149400                    TBM-OLD-ACTIVE-FLAG  DELIMITED BY SIZE
149500               INTO TBM-AUD-OLD-VALUE
149600             END-STRING
149700         END-IF
149800         STRING 'FLAG '                  DELIMITED BY SIZE
149900                TBM-NEW-ACTIVE-FLAG      DELIMITED BY SIZE
150000           INTO TBM-AUD-NEW-VALUE
150100         END-STRING
150200         PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
150300     END-IF
150400     IF TBM-NEW-CUTOFF-TIME NOT = TBM-OLD-CUTOFF-TIME
150500         MOVE SPACES TO TBM-AUD-OLD-VALUE
150600         MOVE SPACES TO TBM-AUD-NEW-VALUE
150700         IF TBM-OLD-BRANCH NOT = SPACES
150800             STRING 'CUTOFF '            DELIMITED BY SIZE
150900                    TBM-OLD-CUTOFF-TIME  DELIMITED BY SIZE
151000               INTO TBM-AUD-OLD-VALUE
151100             END-STRING
151200         END-IF
151300         STRING 'CUTOFF '                DELIMITED BY SIZE
151400                TBM-NEW-CUTOFF-TIME      DELIMITED BY SIZE
151500           INTO TBM-AUD-NEW-VALUE
151600         END-STRING
151700         PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
151800     END-IF
151900     IF TBM-NEW-MIN-COUNT NOT = TBM-OLD-MIN-COUNT
152000         MOVE SPACES TO TBM-AUD-OLD-VALUE
152100         MOVE SPACES TO TBM-AUD-NEW-VALUE
152200         IF TBM-OLD-BRANCH NOT = SPACES
152300             STRING 'MIN '               DELIMITED BY SIZE
152400                    TBM-OLD-MIN-COUNT    DELIMITED BY SIZE
152500               INTO TBM-AUD-OLD-VALUE
152600             END-STRING
152700         END-IF
152800         STRING 'MIN '                   DELIMITED BY SIZE
152900                TBM-NEW-MIN-COUNT        DELIMITED BY SIZE
153000           INTO TBM-AUD-NEW-VALUE
153100         END-STRING
153200         PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
153300     END-IF
153400     IF TBM-NEW-MAX-COUNT NOT = TBM-OLD-MAX-COUNT
153500         MOVE SPACES TO TBM-AUD-OLD-VALUE
153600         MOVE SPACES TO TBM-AUD-NEW-VALUE
153700         IF TBM-OLD-BRANCH NOT = SPACES
153800             STRING 'MAX '               DELIMITED BY SIZE
153900                    TBM-OLD-MAX-COUNT    DELIMITED BY SIZE
154000               INTO TBM-AUD-OLD-VALUE
154100             END-STRING
154200         END-IF
154300         STRING 'MAX '                   DELIMITED BY SIZE
154400                TBM-NEW-MAX-COUNT        DELIMITED BY SIZE
154500           INTO TBM-AUD-NEW-VALUE
154600         END-STRING
154700         PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
154800     END-IF
154900     IF TBM-NEW-RECON-MODE NOT = TBM-OLD-RECON-MODE
155000         MOVE SPACES TO TBM-AUD-OLD-VALUE
155100         MOVE SPACES TO TBM-AUD-NEW-VALUE
155200         IF TBM-OLD-BRANCH NOT = SPACES
155300             STRING 'MODE '              DELIMITED BY SIZE
155400                    TBM-OLD-RECON-MODE   DELIMITED BY SIZE
155500               INTO TBM-AUD-OLD-VALUE
155600             END-STRING
155700         END-IF
155800         STRING 'MODE '                  DELIMITED BY SIZE
155900                TBM-NEW-RECON-MODE       DELIMITED BY SIZE
156000           INTO TBM-AUD-NEW-VALUE
156100         END-STRING
156200         PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT
156300     END-IF.
156400 7300-EXIT.
156500     EXIT.
156600*----------------------------------------------------------------
156700* 7400-WRITE-AUDIT-LINE - THE CALLER HAS FILLED IN THE FUNCTION
156800* AND THE OLD/NEW VALUES; STAMP IT WITH TODAY, THE WALL CLOCK,
156900* THE OPERATOR, AND THE BRANCH, AND APPEND IT TO THE AUDIT LOG.
157000*----------------------------------------------------------------
157100 7400-WRITE-AUDIT-LINE.
157200     ACCEPT TBM-AUD-DATE FROM DATE YYYYMMDD
157300     ACCEPT TBM-AUD-WALLCLOCK FROM TIME
157400     MOVE TBM-AUD-DATE            TO TBM-AUD-RUN-DATE
157500     MOVE TBM-AUD-WALLCLOCK (1:6) TO TBM-AUD-RUN-TIME
157600     MOVE TBM-OPERATOR-ID         TO TBM-AUD-OPERATOR
157700     MOVE TBM-WORK-CODE           TO TBM-AUD-KEY
157800     MOVE TBM-AUDIT-DETAIL        TO AUDIT-LOG-LINE
157900     WRITE AUDIT-LOG-LINE.
158000 7400-EXIT.
158100     EXIT.
158200*----------------------------------------------------------------
158300* 8000-APPLY-PENDING - THE NIGHTLY STEP.  EVERY CHANGE DUE ON OR
158400* BEFORE THE RUN DATE IS APPLIED TO BRANCHES.DAT AND AUDITED AS
158500* 'EFF' UNDER THE INITIALS OF THE OPERATOR WHO KEYED IT; ANYTHING
158600* LATER STAYS PENDING.  A CHANGE THAT NO LONGER FITS THE FILE (AN
158700* ADD FOR A BRANCH SINCE ADDED, A CHANGE FOR ONE SINCE REMOVED, OR
158800* A RESULT THAT FAILS VALIDATION) IS DROPPED, AUDITED AS 'REJ',
158900* AND ENDS THE STEP WITH RC 8.  WHEN BRANCHES.DAT CANNOT BE
158910* SAVED, BRPEND.DAT IS NOT REWRITTEN EITHER, SO THE CHANGES DUE
158920* ARE STILL THERE TO APPLY ON THE NEXT RUN, AND EVERY 'EFF'
158930* ALREADY AUDITED IS FOLLOWED BY A 'REJ' SAYING IT WAS NOT SAVED.
159000*----------------------------------------------------------------
159100 8000-APPLY-PENDING.
159200     MOVE ZERO TO TBM-KEEP-COUNT
159300     MOVE ZERO TO TBM-SUB
159400     PERFORM 8010-APPLY-ONE-PENDING THRU 8010-EXIT
159500         UNTIL TBM-SUB >= TBM-PENDING-COUNT
159600     MOVE TBM-KEEP-COUNT TO TBM-PENDING-COUNT
159700     IF TBM-BRANCHES-CHANGED
159800         PERFORM 7000-SAVE-BRANCHES THRU 7000-EXIT
159810         IF TBM-RETURN-CODE NOT < 16
159820             MOVE ZERO TO TBM-SUB
159830             PERFORM 8200-AUDIT-NOT-SAVED THRU 8200-EXIT
159840                 UNTIL TBM-SUB >= TBM-APPLIED-COUNT
159850             COMPUTE TBM-PENDING-COUNT = TBM-PENDING-COUNT
159860                     + TBM-APPLIED-COUNT + TBM-REJECTED-COUNT
159870             MOVE ZERO TO TBM-APPLIED-COUNT
159880         END-IF
159900     END-IF
160000     IF TBM-PENDING-CHANGED AND TBM-RETURN-CODE < 16
160100         PERFORM 7100-SAVE-PENDING THRU 7100-EXIT
160200     END-IF
160300     MOVE TBM-APPLIED-COUNT TO TBM-COUNT-EDIT
160400     DISPLAY 'TBRMNT - BRANCH CHANGES APPLIED:  ' TBM-COUNT-EDIT
160500     MOVE TBM-REJECTED-COUNT TO TBM-COUNT-EDIT
160600     DISPLAY 'TBRMNT - BRANCH CHANGES REJECTED: ' TBM-COUNT-EDIT
160700     MOVE TBM-PENDING-COUNT TO TBM-COUNT-EDIT
160800     DISPLAY 'TBRMNT - BRANCH CHANGES PENDING:  ' TBM-COUNT-EDIT.
160900 8000-EXIT.
161000     EXIT.
161100*----------------------------------------------------------------
161200* 8010-APPLY-ONE-PENDING - KEPT ENTRIES ARE CLOSED UP IN PLACE.
161300*----------------------------------------------------------------
161400 8010-APPLY-ONE-PENDING.
161500     ADD 1 TO TBM-SUB
161600     SET TBM-PENDING-IDX TO TBM-SUB
161700     IF TBM-PNE-EFFECTIVE-DATE (TBM-PENDING-IDX) > TBM-RUN-DATE
161800         ADD 1 TO TBM-KEEP-COUNT
161900         MOVE TBM-PENDING-ENTRY (TBM-PENDING-IDX)
162000                         TO TBM-PENDING-ENTRY (TBM-KEEP-COUNT)
162100         GO TO 8010-EXIT
162200     END-IF
162300     SET TBM-PENDING-CHANGED TO TRUE
162400     MOVE TBM-PNE-OPERATOR (TBM-PENDING-IDX)    TO TBM-OPERATOR-ID
162500     MOVE TBM-PNE-BRANCH-CODE (TBM-PENDING-IDX) TO TBM-WORK-CODE
162600     MOVE TBM-PNE-EFFECTIVE-DATE (TBM-PENDING-IDX)
162700                                             TO TBM-EFFECTIVE-DATE
162800     PERFORM 2150-FIND-BRANCH THRU 2150-EXIT
162900     IF TBM-PNE-ADD (TBM-PENDING-IDX)
163000         IF TBM-BRANCH-FOUND
163100             DISPLAY 'TBRMNT - ' TBM-WORK-CODE
163200                     ' ALREADY ON FILE, PENDING ADD REJECTED'
163300             PERFORM 8100-REJECT-PENDING THRU 8100-EXIT
163400             GO TO 8010-EXIT
163500         END-IF
163600         IF TBM-BRANCH-COUNT >= TBM-BRANCH-LIMIT
163700             DISPLAY 'TBRMNT - BRANCH TABLE FULL, PENDING ADD OF '
163800                     TBM-WORK-CODE ' REJECTED'
163900             PERFORM 8100-REJECT-PENDING THRU 8100-EXIT
164000             GO TO 8010-EXIT
164100         END-IF
164200         MOVE SPACES TO TBM-OLD-BRANCH
164300         MOVE SPACES TO TBM-ENTERED-FIELDS
164400         MOVE TBM-PENDING-ENTRY (TBM-PENDING-IDX) (21:28)
164500                                             TO TBM-NEW-BRANCH
164600     ELSE
164700         IF TBM-BRANCH-NOT-FOUND
164800             DISPLAY 'TBRMNT - ' TBM-WORK-CODE
164900                     ' NO LONGER ON FILE, PENDING CHANGE REJECTED'
165000             PERFORM 8100-REJECT-PENDING THRU 8100-EXIT
165100             GO TO 8010-EXIT
165200         END-IF
165300         MOVE TBM-PNE-ACTIVE-FLAG (TBM-PENDING-IDX)
165400                                     TO TBM-ENT-ACTIVE-FLAG
165500         MOVE TBM-PNE-CUTOFF-TIME (TBM-PENDING-IDX)
165600                                     TO TBM-ENT-CUTOFF-TIME
165700         MOVE TBM-PNE-MIN-COUNT (TBM-PENDING-IDX)
165800                                     TO TBM-ENT-MIN-COUNT
165900         MOVE TBM-PNE-MAX-COUNT (TBM-PENDING-IDX)
166000                                     TO TBM-ENT-MAX-COUNT
166100         MOVE TBM-PNE-RECON-MODE (TBM-PENDING-IDX)
166200                                     TO TBM-ENT-RECON-MODE
166300         PERFORM 3110-BUILD-CHANGED-BRANCH THRU 3110-EXIT
166400     END-IF
166500     PERFORM 2400-VALIDATE-BRANCH THRU 2400-EXIT
166600     IF TBM-ENTRY-NOT-VALID
166700         DISPLAY 'TBRMNT - PENDING CHANGE FOR ' TBM-WORK-CODE
166800                 ' NO LONGER VALID, REJECTED'
166900         PERFORM 8100-REJECT-PENDING THRU 8100-EXIT
167000         GO TO 8010-EXIT
167100     END-IF
167200     IF TBM-OLD-BRANCH = SPACES
167300         ADD 1 TO TBM-BRANCH-COUNT
167400         SET TBM-BRANCH-IDX TO TBM-BRANCH-COUNT
167500     END-IF
167600     MOVE TBM-NEW-BRANCH TO TBM-BRANCH-ENTRY (TBM-BRANCH-IDX)
167700     SET TBM-BRANCHES-CHANGED TO TRUE
167800     ADD 1 TO TBM-APPLIED-COUNT
167810     MOVE TBM-WORK-CODE
167820                 TO TBM-APE-BRANCH-CODE (TBM-APPLIED-COUNT)
167830     MOVE TBM-OPERATOR-ID
167840                 TO TBM-APE-OPERATOR (TBM-APPLIED-COUNT)
167850     MOVE TBM-EFFECTIVE-DATE
167860                 TO TBM-APE-EFFECTIVE-DATE (TBM-APPLIED-COUNT)
167900     MOVE 'EFF' TO TBM-AUD-FUNCTION
168000     PERFORM 7300-AUDIT-BRANCH-FIELDS THRU 7300-EXIT
168100     DISPLAY 'TBRMNT - ' TBM-WORK-CODE ' CHANGE EFFECTIVE '
168200             TBM-EFFECTIVE-DATE ' APPLIED'.
168300 8010-EXIT.
168400     EXIT.
168500*----------------------------------------------------------------
168600* 8100-REJECT-PENDING
168700*----------------------------------------------------------------
168800 8100-REJECT-PENDING.
168900     ADD 1 TO TBM-REJECTED-COUNT
169000     IF TBM-RETURN-CODE < 8
169100         MOVE 8 TO TBM-RETURN-CODE
169200     END-IF
169300     MOVE SPACES TO TBM-AUD-OLD-VALUE
169400     STRING 'EFF '                  DELIMITED BY SIZE
169500            TBM-EFFECTIVE-DATE      DELIMITED BY SIZE
169600       INTO TBM-AUD-OLD-VALUE
169700     END-STRING
169800     MOVE 'REJECTED' TO TBM-AUD-NEW-VALUE
169900     MOVE 'REJ' TO TBM-AUD-FUNCTION
170000     PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT.
170100 8100-EXIT.
170200     EXIT.
170205*----------------------------------------------------------------
170210* 8200-AUDIT-NOT-SAVED - ONE CHANGE AUDITED 'EFF' BY 8010 THAT
170215* NEVER REACHED BRANCHES.DAT.  IT IS STILL ON BRPEND.DAT, SO THE
170220* NEXT RUN APPLIES (AND AUDITS) IT AGAIN.
170225*----------------------------------------------------------------
170230 8200-AUDIT-NOT-SAVED.
170235     ADD 1 TO TBM-SUB
170240     MOVE TBM-APE-BRANCH-CODE (TBM-SUB) TO TBM-WORK-CODE
170245     MOVE TBM-APE-OPERATOR (TBM-SUB)    TO TBM-OPERATOR-ID
170250     MOVE SPACES TO TBM-AUD-OLD-VALUE
170255     STRING 'EFF '                       DELIMITED BY SIZE
170260            TBM-APE-EFFECTIVE-DATE (TBM-SUB) DELIMITED BY SIZE
170265       INTO TBM-AUD-OLD-VALUE
170270     END-STRING
170275     MOVE 'SAVE FAILED' TO TBM-AUD-NEW-VALUE
170280     MOVE 'REJ' TO TBM-AUD-FUNCTION
170285     PERFORM 7400-WRITE-AUDIT-LINE THRU 7400-EXIT.
170290 8200-EXIT.
170295     EXIT.
170300*----------------------------------------------------------------
170400* 9000-TERMINATE
170500*----------------------------------------------------------------
170600 9000-TERMINATE.
170700     IF TBM-AUDITFILE-OK
170800         CLOSE AUDIT-LOG-FILE
170900     END-IF
171000     MOVE TBM-RETURN-CODE TO RETURN-CODE.
171100 9000-EXIT.
171200     EXIT.
