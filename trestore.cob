000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRESTORE.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-08.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-08  DPG  ORIGINAL PROGRAM - CONSOLE RESTORE OF THE
001100*                  CUSTOMER MASTER (CUSTMAST.DAT) AND THE ARCHIVE
001200*                  MASTER (CUSTARCH.DAT) FROM A TUNLOAD UNLOAD
001300*                  PAIR CHOSEN BY RUN DATE AND STAGE.  BOTH
001400*                  UNLOADS ARE PROVED AGAINST THEIR TRAILERS
001500*                  BEFORE ANYTHING IS TOUCHED; AN UNLOAD OLDER
001600*                  THAN THE LAST DATE PROCESSED ON RUNHIST.DAT IS
001700*                  REFUSED UNLESS THE OPERATOR OVERRIDES; EACH
001800*                  FILE IS REBUILT, READ BACK, AND ITS COUNT
001900*                  CONFIRMED AGAINST THE TRAILER.  THE RESTORE
002000*                  IS RECORDED ON AUDITLOG.LST, FLAGGED 'RESTOR'.
002010* 2026-10-15  DPG  ACCEPT TUNLOAD'S NEW 'ACK' STAGE AND REJECT A
002020*                  STAGE CODE THAT IS NOT KNOWN.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS MAST-KEY
003200         FILE STATUS IS TRS-MASTFILE-STATUS.
003300     SELECT ARCHIVE-MASTER ASSIGN TO "CUSTARCH.DAT"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ARCH-KEY
003700         FILE STATUS IS TRS-ARCHMAST-STATUS.
003800     SELECT MASTER-UNLOAD-FILE
003900         ASSIGN TO DYNAMIC TRS-MAST-UNLOAD-FILENAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS TRS-MUNFILE-STATUS.
004200     SELECT ARCHIVE-UNLOAD-FILE
004300         ASSIGN TO DYNAMIC TRS-ARCH-UNLOAD-FILENAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TRS-AUNFILE-STATUS.
004600     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS TRS-RHXFILE-STATUS.
004900     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.LST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS TRS-AUDITFILE-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500*
005600* THE RECORD LAYOUT MUST STAY IN STEP WITH FD CUSTOMER-MASTER
005700* IN TREAD, WHICH OWNS THE FILE.  ONLY THE KEY IS NAMED HERE -
005800* THE RECORD IS PUT BACK EXACTLY AS IT WAS UNLOADED.
005900*
006000 FD  CUSTOMER-MASTER.
006100 01  CUSTOMER-MASTER-RECORD.
006200     05  MAST-KEY              PIC X(10).
006300     05  FILLER                PIC X(168).
006400*
006500* THE RECORD LAYOUT MUST STAY IN STEP WITH FD ARCHIVE-MASTER IN
006600* TREAD, WHICH OWNS THE FILE.
006700*
006800 FD  ARCHIVE-MASTER.
006900 01  ARCHIVE-MASTER-RECORD.
007000     05  ARCH-KEY              PIC X(10).
007100     05  FILLER                PIC X(163).
007200*
007300* THE UNLOAD LAYOUTS MUST STAY IN STEP WITH TUNLOAD, WHICH
007400* WRITES THEM.
007500*
007600 FD  MASTER-UNLOAD-FILE
007700     RECORD CONTAINS 181 CHARACTERS.
007800 01  MASTER-UNLOAD-RECORD.
007900     05  UNM-RECORD-TYPE       PIC X(03).
008000         88  UNM-IS-DETAIL                   VALUE 'MST'.
008100         88  UNM-IS-TRAILER                  VALUE 'TRL'.
008200     05  UNM-MASTER-DATA       PIC X(178).
008300 01  MASTER-UNLOAD-TRAILER.
008400     05  FILLER                PIC X(03).
008500     05  UNM-TRL-RECORD-COUNT  PIC 9(07).
008600     05  UNM-TRL-CONTROL-DATE  PIC X(08).
008700     05  UNM-TRL-RUN-DATE      PIC X(08).
008800     05  UNM-TRL-STAGE         PIC X(03).
008900     05  UNM-TRL-UNLOAD-DATE   PIC X(08).
009000     05  UNM-TRL-UNLOAD-TIME   PIC X(06).
009100     05  FILLER                PIC X(138).
009200*
009300 FD  ARCHIVE-UNLOAD-FILE
009400     RECORD CONTAINS 176 CHARACTERS.
009500 01  ARCHIVE-UNLOAD-RECORD.
009600     05  UNA-RECORD-TYPE       PIC X(03).
009700         88  UNA-IS-DETAIL                   VALUE 'ARC'.
009800         88  UNA-IS-TRAILER                  VALUE 'TRL'.
009900     05  UNA-ARCHIVE-DATA      PIC X(173).
010000 01  ARCHIVE-UNLOAD-TRAILER.
010100     05  FILLER                PIC X(03).
010200     05  UNA-TRL-RECORD-COUNT  PIC 9(07).
010300     05  UNA-TRL-CONTROL-DATE  PIC X(08).
010400     05  UNA-TRL-RUN-DATE      PIC X(08).
010500     05  UNA-TRL-STAGE         PIC X(03).
010600     05  UNA-TRL-UNLOAD-DATE   PIC X(08).
010700     05  UNA-TRL-UNLOAD-TIME   PIC X(06).
010800     05  FILLER                PIC X(133).
010900*
011000* THE RECORD LAYOUT MUST STAY IN STEP WITH FD RUN-HISTORY-FILE
011100* IN TREAD, WHICH OWNS THE FILE.
011200*
011300 FD  RUN-HISTORY-FILE
011400     RECORD CONTAINS 14 CHARACTERS.
011500 01  RUN-HISTORY-RECORD.
011600     05  RHX-BRANCH-CODE       PIC X(06).
011700     05  RHX-LAST-RUN-DATE     PIC X(08).
011800*
011900 FD  AUDIT-LOG-FILE
012000     RECORD CONTAINS 91 CHARACTERS.
012100 01  AUDIT-LOG-LINE            PIC X(91).
012200*
012300 WORKING-STORAGE SECTION.
012400*----------------------------------------------------------------
012500* SWITCHES
012600*----------------------------------------------------------------
012700 77  TRS-MASTFILE-STATUS       PIC X(02)     VALUE SPACES.
012800     88  TRS-MASTFILE-OK                     VALUE '00'.
012900 77  TRS-ARCHMAST-STATUS       PIC X(02)     VALUE SPACES.
013000     88  TRS-ARCHMAST-OK                     VALUE '00'.
013100 77  TRS-MUNFILE-STATUS        PIC X(02)     VALUE SPACES.
013200     88  TRS-MUNFILE-OK                      VALUE '00'.
013300     88  TRS-MUNFILE-NOT-FOUND               VALUE '35'.
013400 77  TRS-AUNFILE-STATUS        PIC X(02)     VALUE SPACES.
013500     88  TRS-AUNFILE-OK                      VALUE '00'.
013600     88  TRS-AUNFILE-NOT-FOUND               VALUE '35'.
013700 77  TRS-RHXFILE-STATUS        PIC X(02)     VALUE SPACES.
013800     88  TRS-RHXFILE-OK                      VALUE '00'.
013900     88  TRS-RHXFILE-NOT-FOUND               VALUE '35'.
014000 77  TRS-AUDITFILE-STATUS      PIC X(02)     VALUE SPACES.
014100     88  TRS-AUDITFILE-OK                    VALUE '00'.
014200*
014300 77  TRS-UNL-EOF-SWITCH        PIC X(01)     VALUE 'N'.
014400     88  TRS-UNL-END-OF-FILE                 VALUE 'Y'.
014500     88  TRS-UNL-NOT-END-OF-FILE             VALUE 'N'.
014600 77  TRS-FILE-EOF-SWITCH       PIC X(01)     VALUE 'N'.
014700     88  TRS-FILE-END-OF-FILE                VALUE 'Y'.
014800     88  TRS-FILE-NOT-END-OF-FILE            VALUE 'N'.
014900 77  TRS-RHX-EOF-SWITCH        PIC X(01)     VALUE 'N'.
015000     88  TRS-RHX-END-OF-FILE                 VALUE 'Y'.
015100     88  TRS-RHX-NOT-END-OF-FILE             VALUE 'N'.
015200 77  TRS-TRAILER-SWITCH        PIC X(01)     VALUE 'N'.
015300     88  TRS-TRAILER-SEEN                    VALUE 'Y'.
015400     88  TRS-TRAILER-NOT-SEEN                VALUE 'N'.
015500 77  TRS-OVERRIDE-SWITCH       PIC X(01)     VALUE 'N'.
015600     88  TRS-OVERRIDDEN                      VALUE 'Y'.
015700 77  TRS-REBUILD-SWITCH        PIC X(01)     VALUE 'N'.
015800     88  TRS-REBUILD-STARTED                 VALUE 'Y'.
015900*
016000*----------------------------------------------------------------
016100* RUN CONTROL FIELDS
016200*----------------------------------------------------------------
016300 77  TRS-OPERATOR-ID           PIC X(03)     VALUE SPACES.
016400 77  TRS-RUN-DATE              PIC X(08)     VALUE SPACES.
016500 77  TRS-STAGE                 PIC X(03)     VALUE SPACES.
016510     88  TRS-STAGE-LOAD                      VALUE 'LOD'.
016520     88  TRS-STAGE-RECON                     VALUE 'REC'.
016530     88  TRS-STAGE-ACK                       VALUE 'ACK'.
016540     88  TRS-STAGE-PURGE                     VALUE 'PRG'.
016600 77  TRS-CONFIRM               PIC X(01)     VALUE SPACE.
016700 77  TRS-MAST-UNLOAD-FILENAME  PIC X(30)     VALUE SPACES.
016800 77  TRS-ARCH-UNLOAD-FILENAME  PIC X(30)     VALUE SPACES.
016900 77  TRS-MAST-TRL-COUNT        PIC 9(07)     VALUE ZERO.
017000 77  TRS-ARCH-TRL-COUNT        PIC 9(07)     VALUE ZERO.
017100 77  TRS-CONTROL-DATE          PIC X(08)     VALUE SPACES.
017200 77  TRS-UNLOAD-STAMP          PIC X(15)     VALUE SPACES.
017300 77  TRS-DETAIL-COUNT          PIC 9(07) COMP VALUE ZERO.
017400 77  TRS-LOADED-COUNT          PIC 9(07) COMP VALUE ZERO.
017500 77  TRS-READBACK-COUNT        PIC 9(07) COMP VALUE ZERO.
017600 77  TRS-COUNT-EDIT            PIC ZZZZZZ9.
017700 77  TRS-COUNT-EDIT-2          PIC ZZZZZZ9.
017800 77  TRS-COUNT-DISPLAY         PIC 9(07)     VALUE ZERO.
017900 77  TRS-RUNHIST-LAST-DATE     PIC X(08)     VALUE SPACES.
018000 77  TRS-AUD-DATE              PIC 9(08)     VALUE ZERO.
018100 77  TRS-AUD-WALLCLOCK         PIC 9(08)     VALUE ZERO.
018200 77  TRS-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
018300*
018400*----------------------------------------------------------------
018500* AUDIT TRAIL DETAIL LINE LAYOUT - THE SAME SHAPE AS TMAINT'S
018600* 'MAINT' LINE, FLAGGED 'RESTOR'.  THE KEY IS THE UNLOAD'S RUN
018700* DATE; THE OLD VALUE IS THE LAST DATE RUNHIST.DAT HAD
018800* PROCESSED, THE NEW VALUE THE STAGE AND MASTER RECORD COUNT
018900* PUT BACK, MARKED 'OVRD' WHEN THE DATE CHECK WAS OVERRIDDEN OR
019000* 'FAIL' WHEN THE REBUILD DID NOT COMPLETE.
019100*----------------------------------------------------------------
019200 01  TRS-AUDIT-DETAIL.
019300     05  FILLER                PIC X(06) VALUE 'RESTOR'.
019400     05  TRS-AUD-RUN-DATE      PIC X(08).
019500     05  FILLER                PIC X(01) VALUE SPACE.
019600     05  TRS-AUD-RUN-TIME      PIC X(06).
019700     05  FILLER                PIC X(01) VALUE SPACE.
019800     05  TRS-AUD-OPERATOR      PIC X(03).
019900     05  FILLER                PIC X(01) VALUE SPACE.
020000     05  TRS-AUD-FUNCTION      PIC X(03) VALUE 'RST'.
020100     05  FILLER                PIC X(01) VALUE SPACE.
020200     05  TRS-AUD-KEY           PIC X(10).
020300     05  FILLER                PIC X(05) VALUE ' OLD '.
020400     05  TRS-AUD-OLD-VALUE     PIC X(17).
020500     05  FILLER                PIC X(05) VALUE ' NEW '.
020600     05  TRS-AUD-NEW-VALUE     PIC X(17).
020700*
020800 PROCEDURE DIVISION.
020900*----------------------------------------------------------------
021000* 0000-MAINLINE - NOTHING IS REPLACED UNTIL BOTH UNLOADS HAVE
021100* PROVED OUT, THE DATE CHECK HAS PASSED (OR BEEN OVERRIDDEN),
021200* AND THE OPERATOR HAS CONFIRMED.
021300*----------------------------------------------------------------
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021600     IF TRS-RETURN-CODE = ZERO
021700         PERFORM 2000-VERIFY-UNLOADS THRU 2000-EXIT
021800     END-IF
021900     IF TRS-RETURN-CODE = ZERO
022000         PERFORM 3000-CHECK-RUN-HISTORY THRU 3000-EXIT
022100     END-IF
022200     IF TRS-RETURN-CODE = ZERO
022300         PERFORM 4000-CONFIRM-RESTORE THRU 4000-EXIT
022400     END-IF
022500     IF TRS-RETURN-CODE = ZERO
022600         SET TRS-REBUILD-STARTED TO TRUE
022700         PERFORM 5000-REBUILD-MASTER THRU 5000-EXIT
022800     END-IF
022900     IF TRS-RETURN-CODE = ZERO
023000         PERFORM 6000-REBUILD-ARCHIVE THRU 6000-EXIT
023100     END-IF
023200     IF TRS-REBUILD-STARTED
023300         PERFORM 7000-WRITE-AUDIT-LINE THRU 7000-EXIT
023400     END-IF
023500     PERFORM 9000-TERMINATE THRU 9000-EXIT
023600     STOP RUN.
023700*----------------------------------------------------------------
023800* 1000-INITIALIZE - THE AUDIT LOG MUST BE WRITABLE BEFORE
023900* ANYTHING IS RESTORED.  THE STAGE DEFAULTS TO 'LOD', AS IN
024000* TUNLOAD, AND MUST BE ONE OF TUNLOAD'S LOD, REC, ACK OR PRG.
024100*----------------------------------------------------------------
024200 1000-INITIALIZE.
024300     OPEN EXTEND AUDIT-LOG-FILE
024400     IF NOT TRS-AUDITFILE-OK
024500         DISPLAY 'TRESTORE - AUDIT LOG OPEN FAILED, STATUS '
024600                 TRS-AUDITFILE-STATUS
024700         MOVE 16 TO TRS-RETURN-CODE
024800         GO TO 1000-EXIT
024900     END-IF
025000     DISPLAY 'TRESTORE - ENTER OPERATOR INITIALS (3): '
025100     ACCEPT TRS-OPERATOR-ID FROM CONSOLE
025200     IF TRS-OPERATOR-ID = SPACES
025300         DISPLAY 'TRESTORE - OPERATOR INITIALS REQUIRED'
025400         MOVE 16 TO TRS-RETURN-CODE
025500         GO TO 1000-EXIT
025600     END-IF
025700     DISPLAY 'TRESTORE - ENTER UNLOAD RUN DATE (YYYYMMDD): '
025800     ACCEPT TRS-RUN-DATE FROM CONSOLE
025900     IF TRS-RUN-DATE IS NOT NUMERIC
026000         DISPLAY 'TRESTORE - RUN DATE NOT NUMERIC: ' TRS-RUN-DATE
026100         MOVE 16 TO TRS-RETURN-CODE
026200         GO TO 1000-EXIT
026300     END-IF
026400     DISPLAY 'TRESTORE - ENTER UNLOAD STAGE (LOD/REC/ACK/PRG): '
026500     ACCEPT TRS-STAGE FROM CONSOLE
026600     IF TRS-STAGE = SPACES
026700         MOVE 'LOD' TO TRS-STAGE
026800     END-IF
026810     IF NOT TRS-STAGE-LOAD AND NOT TRS-STAGE-RECON
026820         AND NOT TRS-STAGE-ACK AND NOT TRS-STAGE-PURGE
026830         DISPLAY 'TRESTORE - UNKNOWN STAGE: ' TRS-STAGE
026840         MOVE 16 TO TRS-RETURN-CODE
026850         GO TO 1000-EXIT
026860     END-IF
026900     MOVE SPACES TO TRS-MAST-UNLOAD-FILENAME
027000     STRING TRS-RUN-DATE            DELIMITED BY SIZE
027100            '-'                     DELIMITED BY SIZE
027200            TRS-STAGE               DELIMITED BY SIZE
027300            '-CUSTMAST.unl'         DELIMITED BY SIZE
027400       INTO TRS-MAST-UNLOAD-FILENAME
027500     END-STRING
027600     MOVE SPACES TO TRS-ARCH-UNLOAD-FILENAME
027700     STRING TRS-RUN-DATE            DELIMITED BY SIZE
027800            '-'                     DELIMITED BY SIZE
027900            TRS-STAGE               DELIMITED BY SIZE
028000            '-CUSTARCH.unl'         DELIMITED BY SIZE
028100       INTO TRS-ARCH-UNLOAD-FILENAME
028200     END-STRING.
028300 1000-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600* 2000-VERIFY-UNLOADS - READ BOTH UNLOADS END TO END.  EACH MUST
028700* END IN ITS TRAILER, AND THE TRAILER COUNT MUST MATCH THE
028800* RECORDS AHEAD OF IT - A TRUNCATED OR DAMAGED UNLOAD IS NEVER
028900* LOADED.
029000*----------------------------------------------------------------
029100 2000-VERIFY-UNLOADS.
029200     PERFORM 2100-VERIFY-MASTER-UNLOAD THRU 2100-EXIT
029300     IF TRS-RETURN-CODE = ZERO
029400         PERFORM 2200-VERIFY-ARCHIVE-UNLOAD THRU 2200-EXIT
029500     END-IF.
029600 2000-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 2100-VERIFY-MASTER-UNLOAD
030000*----------------------------------------------------------------
030100 2100-VERIFY-MASTER-UNLOAD.
030200     MOVE ZERO TO TRS-DETAIL-COUNT
030300     MOVE 'N' TO TRS-TRAILER-SWITCH
030400     MOVE 'N' TO TRS-UNL-EOF-SWITCH
030500     OPEN INPUT MASTER-UNLOAD-FILE
030600     IF TRS-MUNFILE-NOT-FOUND
030700         DISPLAY 'TRESTORE - NO UNLOAD ' TRS-MAST-UNLOAD-FILENAME
030800         MOVE 8 TO TRS-RETURN-CODE
030900         GO TO 2100-EXIT
031000     END-IF
031100     IF NOT TRS-MUNFILE-OK
031200         DISPLAY 'TRESTORE - MASTER UNLOAD OPEN FAILED, STATUS '
031300                 TRS-MUNFILE-STATUS
031400         MOVE 16 TO TRS-RETURN-CODE
031500         GO TO 2100-EXIT
031600     END-IF
031700     PERFORM 2110-CHECK-ONE-MASTER THRU 2110-EXIT
031800         UNTIL TRS-UNL-END-OF-FILE
031900     CLOSE MASTER-UNLOAD-FILE
032000     IF TRS-RETURN-CODE NOT = ZERO
032100         GO TO 2100-EXIT
032200     END-IF
032300     IF TRS-TRAILER-NOT-SEEN
032400         DISPLAY 'TRESTORE - ' TRS-MAST-UNLOAD-FILENAME
032500                 ' HAS NO TRAILER - UNLOAD INCOMPLETE'
032600         MOVE 12 TO TRS-RETURN-CODE
032700         GO TO 2100-EXIT
032800     END-IF
032900     IF TRS-DETAIL-COUNT NOT = TRS-MAST-TRL-COUNT
033000         MOVE TRS-DETAIL-COUNT   TO TRS-COUNT-EDIT
033100         MOVE TRS-MAST-TRL-COUNT TO TRS-COUNT-EDIT-2
033200         DISPLAY 'TRESTORE - ' TRS-MAST-UNLOAD-FILENAME
033300                 ' HOLDS ' TRS-COUNT-EDIT
033400                 ' RECORDS, TRAILER SAYS ' TRS-COUNT-EDIT-2
033500         MOVE 12 TO TRS-RETURN-CODE
033600     END-IF.
033700 2100-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000* 2110-CHECK-ONE-MASTER - ANYTHING AFTER THE TRAILER, OR A
034100* RECORD OF NEITHER TYPE, MEANS THE FILE IS NOT WHAT TUNLOAD
034200* WROTE.
034300*----------------------------------------------------------------
034400 2110-CHECK-ONE-MASTER.
034500     READ MASTER-UNLOAD-FILE
034600         AT END SET TRS-UNL-END-OF-FILE TO TRUE
034700     END-READ
034800     IF TRS-UNL-END-OF-FILE
034900         GO TO 2110-EXIT
035000     END-IF
035100     IF TRS-TRAILER-SEEN
035200         DISPLAY 'TRESTORE - ' TRS-MAST-UNLOAD-FILENAME
035300                 ' HAS RECORDS AFTER ITS TRAILER'
035400         MOVE 12 TO TRS-RETURN-CODE
035500         SET TRS-UNL-END-OF-FILE TO TRUE
035600         GO TO 2110-EXIT
035700     END-IF
035800     IF UNM-IS-DETAIL
035900         ADD 1 TO TRS-DETAIL-COUNT
036000         GO TO 2110-EXIT
036100     END-IF
036200     IF UNM-IS-TRAILER
036300         SET TRS-TRAILER-SEEN TO TRUE
036400         MOVE UNM-TRL-RECORD-COUNT TO TRS-MAST-TRL-COUNT
036500         MOVE UNM-TRL-CONTROL-DATE TO TRS-CONTROL-DATE
036600         MOVE SPACES TO TRS-UNLOAD-STAMP
036700         STRING UNM-TRL-UNLOAD-DATE     DELIMITED BY SIZE
036800                ' '                     DELIMITED BY SIZE
036900                UNM-TRL-UNLOAD-TIME     DELIMITED BY SIZE
037000           INTO TRS-UNLOAD-STAMP
037100         END-STRING
037200         GO TO 2110-EXIT
037300     END-IF
037400     DISPLAY 'TRESTORE - ' TRS-MAST-UNLOAD-FILENAME
037500             ' HAS AN UNKNOWN RECORD TYPE: ' UNM-RECORD-TYPE
037600     MOVE 12 TO TRS-RETURN-CODE
037700     SET TRS-UNL-END-OF-FILE TO TRUE.
037800 2110-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100* 2200-VERIFY-ARCHIVE-UNLOAD
038200*----------------------------------------------------------------
038300 2200-VERIFY-ARCHIVE-UNLOAD.
038400     MOVE ZERO TO TRS-DETAIL-COUNT
038500     MOVE 'N' TO TRS-TRAILER-SWITCH
038600     MOVE 'N' TO TRS-UNL-EOF-SWITCH
038700     OPEN INPUT ARCHIVE-UNLOAD-FILE
038800     IF TRS-AUNFILE-NOT-FOUND
038900         DISPLAY 'TRESTORE - NO UNLOAD ' TRS-ARCH-UNLOAD-FILENAME
039000         MOVE 8 TO TRS-RETURN-CODE
039100         GO TO 2200-EXIT
039200     END-IF
039300     IF NOT TRS-AUNFILE-OK
039400         DISPLAY 'TRESTORE - ARCHIVE UNLOAD OPEN FAILED, STATUS '
039500                 TRS-AUNFILE-STATUS
039600         MOVE 16 TO TRS-RETURN-CODE
039700         GO TO 2200-EXIT
039800     END-IF
039900     PERFORM 2210-CHECK-ONE-ARCHIVE THRU 2210-EXIT
040000         UNTIL TRS-UNL-END-OF-FILE
040100     CLOSE ARCHIVE-UNLOAD-FILE
040200     IF TRS-RETURN-CODE NOT = ZERO
040300         GO TO 2200-EXIT
040400     END-IF
040500     IF TRS-TRAILER-NOT-SEEN
040600         DISPLAY 'TRESTORE - ' TRS-ARCH-UNLOAD-FILENAME
040700                 ' HAS NO TRAILER - UNLOAD INCOMPLETE'
040800         MOVE 12 TO TRS-RETURN-CODE
040900         GO TO 2200-EXIT
041000     END-IF
041100     IF TRS-DETAIL-COUNT NOT = TRS-ARCH-TRL-COUNT
041200         MOVE TRS-DETAIL-COUNT   TO TRS-COUNT-EDIT
041300         MOVE TRS-ARCH-TRL-COUNT TO TRS-COUNT-EDIT-2
041400         DISPLAY 'TRESTORE - ' TRS-ARCH-UNLOAD-FILENAME
041500                 ' HOLDS ' TRS-COUNT-EDIT
041600                 ' RECORDS, TRAILER SAYS ' TRS-COUNT-EDIT-2
041700         MOVE 12 TO TRS-RETURN-CODE
041800     END-IF.
041900 2200-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 2210-CHECK-ONE-ARCHIVE
042300*----------------------------------------------------------------
042400 2210-CHECK-ONE-ARCHIVE.
042500     READ ARCHIVE-UNLOAD-FILE
042600         AT END SET TRS-UNL-END-OF-FILE TO TRUE
042700     END-READ
042800     IF TRS-UNL-END-OF-FILE
042900         GO TO 2210-EXIT
043000     END-IF
043100     IF TRS-TRAILER-SEEN
043200         DISPLAY 'TRESTORE - ' TRS-ARCH-UNLOAD-FILENAME
043300                 ' HAS RECORDS AFTER ITS TRAILER'
043400         MOVE 12 TO TRS-RETURN-CODE
043500         SET TRS-UNL-END-OF-FILE TO TRUE
043600         GO TO 2210-EXIT
043700     END-IF
043800     IF UNA-IS-DETAIL
043900         ADD 1 TO TRS-DETAIL-COUNT
044000         GO TO 2210-EXIT
044100     END-IF
044200     IF UNA-IS-TRAILER
044300         SET TRS-TRAILER-SEEN TO TRUE
044400         MOVE UNA-TRL-RECORD-COUNT TO TRS-ARCH-TRL-COUNT
044500         GO TO 2210-EXIT
044600     END-IF
044700     DISPLAY 'TRESTORE - ' TRS-ARCH-UNLOAD-FILENAME
044800             ' HAS AN UNKNOWN RECORD TYPE: ' UNA-RECORD-TYPE
044900     MOVE 12 TO TRS-RETURN-CODE
045000     SET TRS-UNL-END-OF-FILE TO TRUE.
045100 2210-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400* 3000-CHECK-RUN-HISTORY - THE LATEST DATE ANY BRANCH HAS BEEN
045500* PROCESSED FOR, FROM RUNHIST.DAT.  AN UNLOAD TAKEN FOR AN
045600* EARLIER RUN DATE THAN THAT WOULD PUT THE MASTER BEHIND THE
045700* RUN DATE GUARD: TREAD WOULD REFUSE TO RELOAD THE MISSING
045800* NIGHTS WITHOUT THE RERUN INDICATOR.  THAT IS REFUSED UNLESS
045900* THE OPERATOR OVERRIDES, KNOWING THOSE NIGHTS MUST BE RERUN.
046000* NO HISTORY FILE MEANS NOTHING TO CHECK AGAINST.
046100*----------------------------------------------------------------
046200 3000-CHECK-RUN-HISTORY.
046300     MOVE SPACES TO TRS-RUNHIST-LAST-DATE
046400     MOVE 'N' TO TRS-RHX-EOF-SWITCH
046500     OPEN INPUT RUN-HISTORY-FILE
046600     IF TRS-RHXFILE-NOT-FOUND
046700         GO TO 3000-EXIT
046800     END-IF
046900     IF NOT TRS-RHXFILE-OK
047000         DISPLAY 'TRESTORE - RUN HISTORY OPEN FAILED, STATUS '
047100                 TRS-RHXFILE-STATUS
047200         MOVE 16 TO TRS-RETURN-CODE
047300         GO TO 3000-EXIT
047400     END-IF
047500     PERFORM 3100-CHECK-ONE-HISTORY THRU 3100-EXIT
047600         UNTIL TRS-RHX-END-OF-FILE
047700     CLOSE RUN-HISTORY-FILE
047800     IF TRS-RUN-DATE NOT < TRS-RUNHIST-LAST-DATE
047900         GO TO 3000-EXIT
048000     END-IF
048100     DISPLAY 'TRESTORE - UNLOAD RUN DATE ' TRS-RUN-DATE
048200             ' IS OLDER THAN THE LAST DATE PROCESSED, '
048300             TRS-RUNHIST-LAST-DATE
048400     DISPLAY 'TRESTORE - BRANCHES PROCESSED SINCE MUST BE RERUN '
048500             'WITH THE RERUN INDICATOR'
048600     DISPLAY 'TRESTORE - OVERRIDE AND RESTORE ANYWAY (Y/N): '
048700     ACCEPT TRS-CONFIRM FROM CONSOLE
048800     IF TRS-CONFIRM = 'Y'
048900         SET TRS-OVERRIDDEN TO TRUE
049000     ELSE
049100         DISPLAY 'TRESTORE - RESTORE REFUSED, NOTHING CHANGED'
049200         MOVE 8 TO TRS-RETURN-CODE
049300     END-IF.
049400 3000-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700* 3100-CHECK-ONE-HISTORY
049800*----------------------------------------------------------------
049900 3100-CHECK-ONE-HISTORY.
050000     READ RUN-HISTORY-FILE
050100         AT END SET TRS-RHX-END-OF-FILE TO TRUE
050200     END-READ
050300     IF TRS-RHX-END-OF-FILE
050400         GO TO 3100-EXIT
050500     END-IF
050600     IF RHX-BRANCH-CODE = SPACES
050700         GO TO 3100-EXIT
050800     END-IF
050900     IF RHX-LAST-RUN-DATE > TRS-RUNHIST-LAST-DATE
051000         MOVE RHX-LAST-RUN-DATE TO TRS-RUNHIST-LAST-DATE
051100     END-IF.
051200 3100-EXIT.
051300     EXIT.
051400*----------------------------------------------------------------
051500* 4000-CONFIRM-RESTORE - SHOW WHAT IS ABOUT TO GO BACK AND MAKE
051600* THE OPERATOR SAY SO.  ANY ANSWER BUT Y LEAVES BOTH FILES AS
051700* THEY ARE.
051800*----------------------------------------------------------------
051900 4000-CONFIRM-RESTORE.
052000     MOVE TRS-MAST-TRL-COUNT TO TRS-COUNT-EDIT
052100     MOVE TRS-ARCH-TRL-COUNT TO TRS-COUNT-EDIT-2
052200     DISPLAY 'TRESTORE - UNLOAD TAKEN ' TRS-UNLOAD-STAMP
052300             ' CONTROL DATE ' TRS-CONTROL-DATE
052400     DISPLAY 'TRESTORE - MASTER RECORDS  ' TRS-COUNT-EDIT
052500     DISPLAY 'TRESTORE - ARCHIVE RECORDS ' TRS-COUNT-EDIT-2
052600     DISPLAY 'TRESTORE - REPLACE CUSTMAST.DAT AND CUSTARCH.DAT '
052700             '(Y/N): '
052800     ACCEPT TRS-CONFIRM FROM CONSOLE
052900     IF TRS-CONFIRM NOT = 'Y'
053000         DISPLAY 'TRESTORE - RESTORE CANCELLED, NOTHING CHANGED'
053100         MOVE 4 TO TRS-RETURN-CODE
053200     END-IF.
053300 4000-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600* 5000-REBUILD-MASTER - OPEN OUTPUT EMPTIES THE INDEXED FILE;
053700* EVERY UNLOADED RECORD GOES BACK BY KEY.  THE NEW FILE IS THEN
053800* READ BACK END TO END AND ITS COUNT HELD UP TO THE TRAILER.
053900* IF THE REBUILD FAILS PART WAY THE UNLOAD IS STILL INTACT AND
054000* THE RESTORE CAN SIMPLY BE RUN AGAIN.
054100*----------------------------------------------------------------
054200 5000-REBUILD-MASTER.
054300     MOVE ZERO TO TRS-LOADED-COUNT
054400     OPEN OUTPUT CUSTOMER-MASTER
054500     IF NOT TRS-MASTFILE-OK
054600         DISPLAY 'TRESTORE - CUSTOMER MASTER OPEN FAILED, STATUS '
054700                 TRS-MASTFILE-STATUS
054800         MOVE 16 TO TRS-RETURN-CODE
054900         GO TO 5000-EXIT
055000     END-IF
055100     OPEN INPUT MASTER-UNLOAD-FILE
055200     MOVE 'N' TO TRS-UNL-EOF-SWITCH
055300     PERFORM 5100-LOAD-ONE-MASTER THRU 5100-EXIT
055400         UNTIL TRS-UNL-END-OF-FILE
055500     CLOSE MASTER-UNLOAD-FILE
055600     CLOSE CUSTOMER-MASTER
055700     IF TRS-RETURN-CODE NOT = ZERO
055800         GO TO 5000-EXIT
055900     END-IF
056000     MOVE ZERO TO TRS-READBACK-COUNT
056100     MOVE 'N' TO TRS-FILE-EOF-SWITCH
056200     OPEN INPUT CUSTOMER-MASTER
056300     IF NOT TRS-MASTFILE-OK
056400         DISPLAY 'TRESTORE - CUSTOMER MASTER REOPEN FAILED, '
056500                 'STATUS ' TRS-MASTFILE-STATUS
056600         MOVE 16 TO TRS-RETURN-CODE
056700         GO TO 5000-EXIT
056800     END-IF
056900     MOVE LOW-VALUES TO MAST-KEY
057000     START CUSTOMER-MASTER KEY IS >= MAST-KEY
057100         INVALID KEY SET TRS-FILE-END-OF-FILE TO TRUE
057200     END-START
057300     PERFORM 5200-COUNT-ONE-MASTER THRU 5200-EXIT
057400         UNTIL TRS-FILE-END-OF-FILE
057500     CLOSE CUSTOMER-MASTER
057600     MOVE TRS-READBACK-COUNT TO TRS-COUNT-EDIT
057700     MOVE TRS-MAST-TRL-COUNT TO TRS-COUNT-EDIT-2
057800     IF TRS-READBACK-COUNT = TRS-MAST-TRL-COUNT
057900         DISPLAY 'TRESTORE - CUSTMAST.DAT RESTORED, '
058000                 TRS-COUNT-EDIT ' RECORDS CONFIRMED'
058100     ELSE
058200         DISPLAY 'TRESTORE - CUSTMAST.DAT HOLDS ' TRS-COUNT-EDIT
058300                 ' RECORDS, UNLOAD TRAILER SAYS ' TRS-COUNT-EDIT-2
058400         MOVE 12 TO TRS-RETURN-CODE
058500     END-IF.
058600 5000-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------
058900* 5100-LOAD-ONE-MASTER
059000*----------------------------------------------------------------
059100 5100-LOAD-ONE-MASTER.
059200     READ MASTER-UNLOAD-FILE
059300         AT END SET TRS-UNL-END-OF-FILE TO TRUE
059400     END-READ
059500     IF TRS-UNL-END-OF-FILE
059600         GO TO 5100-EXIT
059700     END-IF
059800     IF NOT UNM-IS-DETAIL
059900         GO TO 5100-EXIT
060000     END-IF
060100     MOVE UNM-MASTER-DATA TO CUSTOMER-MASTER-RECORD
060200     WRITE CUSTOMER-MASTER-RECORD
060300         INVALID KEY
060400             DISPLAY 'TRESTORE - MASTER WRITE FAILED FOR '
060500                     MAST-KEY ', STATUS ' TRS-MASTFILE-STATUS
060600             MOVE 12 TO TRS-RETURN-CODE
060700             SET TRS-UNL-END-OF-FILE TO TRUE
060800         NOT INVALID KEY
060900             ADD 1 TO TRS-LOADED-COUNT
061000     END-WRITE.
061100 5100-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------
061400* 5200-COUNT-ONE-MASTER
061500*----------------------------------------------------------------
061600 5200-COUNT-ONE-MASTER.
061700     READ CUSTOMER-MASTER NEXT RECORD
061800         AT END SET TRS-FILE-END-OF-FILE TO TRUE
061900         NOT AT END ADD 1 TO TRS-READBACK-COUNT
062000     END-READ.
062100 5200-EXIT.
062200     EXIT.
062300*----------------------------------------------------------------
062400* 6000-REBUILD-ARCHIVE - SAME AS THE MASTER.
062500*----------------------------------------------------------------
062600 6000-REBUILD-ARCHIVE.
062700     MOVE ZERO TO TRS-LOADED-COUNT
062800     OPEN OUTPUT ARCHIVE-MASTER
062900     IF NOT TRS-ARCHMAST-OK
063000         DISPLAY 'TRESTORE - ARCHIVE MASTER OPEN FAILED, STATUS '
063100                 TRS-ARCHMAST-STATUS
063200         MOVE 16 TO TRS-RETURN-CODE
063300         GO TO 6000-EXIT
063400     END-IF
063500     OPEN INPUT ARCHIVE-UNLOAD-FILE
063600     MOVE 'N' TO TRS-UNL-EOF-SWITCH
063700     PERFORM 6100-LOAD-ONE-ARCHIVE THRU 6100-EXIT
063800         UNTIL TRS-UNL-END-OF-FILE
063900     CLOSE ARCHIVE-UNLOAD-FILE
064000     CLOSE ARCHIVE-MASTER
064100     IF TRS-RETURN-CODE NOT = ZERO
064200         GO TO 6000-EXIT
064300     END-IF
064400     MOVE ZERO TO TRS-READBACK-COUNT
064500     MOVE 'N' TO TRS-FILE-EOF-SWITCH
064600     OPEN INPUT ARCHIVE-MASTER
064700     IF NOT TRS-ARCHMAST-OK
064800         DISPLAY 'TRESTORE - ARCHIVE MASTER REOPEN FAILED, '
064900                 'STATUS ' TRS-ARCHMAST-STATUS
065000         MOVE 16 TO TRS-RETURN-CODE
065100         GO TO 6000-EXIT
065200     END-IF
065300     MOVE LOW-VALUES TO ARCH-KEY
065400     START ARCHIVE-MASTER KEY IS >= ARCH-KEY
065500         INVALID KEY SET TRS-FILE-END-OF-FILE TO TRUE
065600     END-START
065700     PERFORM 6200-COUNT-ONE-ARCHIVE THRU 6200-EXIT
065800         UNTIL TRS-FILE-END-OF-FILE
065900     CLOSE ARCHIVE-MASTER
066000     MOVE TRS-READBACK-COUNT TO TRS-COUNT-EDIT
066100     MOVE TRS-ARCH-TRL-COUNT TO TRS-COUNT-EDIT-2
066200     IF TRS-READBACK-COUNT = TRS-ARCH-TRL-COUNT
066300         DISPLAY 'TRESTORE - CUSTARCH.DAT RESTORED, '
066400                 TRS-COUNT-EDIT ' RECORDS CONFIRMED'
066500     ELSE
066600         DISPLAY 'TRESTORE - CUSTARCH.DAT HOLDS ' TRS-COUNT-EDIT
066700                 ' RECORDS, UNLOAD TRAILER SAYS ' TRS-COUNT-EDIT-2
066800         MOVE 12 TO TRS-RETURN-CODE
066900     END-IF.
067000 6000-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------
067300* 6100-LOAD-ONE-ARCHIVE
067400*----------------------------------------------------------------
067500 6100-LOAD-ONE-ARCHIVE.
067600     READ ARCHIVE-UNLOAD-FILE
067700         AT END SET TRS-UNL-END-OF-FILE TO TRUE
067800     END-READ
067900     IF TRS-UNL-END-OF-FILE
068000         GO TO 6100-EXIT
068100     END-IF
068200     IF NOT UNA-IS-DETAIL
068300         GO TO 6100-EXIT
068400     END-IF
068500     MOVE UNA-ARCHIVE-DATA TO ARCHIVE-MASTER-RECORD
068600     WRITE ARCHIVE-MASTER-RECORD
068700         INVALID KEY
068800             DISPLAY 'TRESTORE - ARCHIVE WRITE FAILED FOR '
068900                     ARCH-KEY ', STATUS ' TRS-ARCHMAST-STATUS
069000             MOVE 12 TO TRS-RETURN-CODE
069100             SET TRS-UNL-END-OF-FILE TO TRUE
069200         NOT INVALID KEY
069300             ADD 1 TO TRS-LOADED-COUNT
069400     END-WRITE.
069500 6100-EXIT.
069600     EXIT.
069700*----------------------------------------------------------------
069800* 6200-COUNT-ONE-ARCHIVE
069900*----------------------------------------------------------------
070000 6200-COUNT-ONE-ARCHIVE.
070100     READ ARCHIVE-MASTER NEXT RECORD
070200         AT END SET TRS-FILE-END-OF-FILE TO TRUE
070300         NOT AT END ADD 1 TO TRS-READBACK-COUNT
070400     END-READ.
070500 6200-EXIT.
070600     EXIT.
070700*----------------------------------------------------------------
070800* 7000-WRITE-AUDIT-LINE - ONE LINE PER RESTORE ATTEMPTED, GOOD
070900* OR BAD, ONCE THE FILES HAVE BEEN TOUCHED.
071000*----------------------------------------------------------------
071100 7000-WRITE-AUDIT-LINE.
071200     ACCEPT TRS-AUD-DATE FROM DATE YYYYMMDD
071300     ACCEPT TRS-AUD-WALLCLOCK FROM TIME
071400     MOVE TRS-AUD-DATE            TO TRS-AUD-RUN-DATE
071500     MOVE TRS-AUD-WALLCLOCK (1:6) TO TRS-AUD-RUN-TIME
071600     MOVE TRS-OPERATOR-ID         TO TRS-AUD-OPERATOR
071700     MOVE TRS-RUN-DATE            TO TRS-AUD-KEY
071800     MOVE SPACES TO TRS-AUD-OLD-VALUE
071900     IF TRS-RUNHIST-LAST-DATE = SPACES
072000         MOVE 'RUNHIST NONE' TO TRS-AUD-OLD-VALUE
072100     ELSE
072200         STRING 'RUNHIST '              DELIMITED BY SIZE
072300                TRS-RUNHIST-LAST-DATE   DELIMITED BY SIZE
072400           INTO TRS-AUD-OLD-VALUE
072500         END-STRING
072600     END-IF
072700     MOVE TRS-MAST-TRL-COUNT TO TRS-COUNT-DISPLAY
072800     MOVE SPACES TO TRS-AUD-NEW-VALUE
072900     STRING TRS-STAGE               DELIMITED BY SIZE
073000            ' '                     DELIMITED BY SIZE
073100            TRS-COUNT-DISPLAY       DELIMITED BY SIZE
073200       INTO TRS-AUD-NEW-VALUE
073300     END-STRING
073400     IF TRS-RETURN-CODE NOT = ZERO
073500         MOVE 'FAIL' TO TRS-AUD-NEW-VALUE (13:4)
073600     ELSE
073700         IF TRS-OVERRIDDEN
073800             MOVE 'OVRD' TO TRS-AUD-NEW-VALUE (13:4)
073900         END-IF
074000     END-IF
074100     MOVE TRS-AUDIT-DETAIL TO AUDIT-LOG-LINE
074200     WRITE AUDIT-LOG-LINE.
074300 7000-EXIT.
074400     EXIT.
074500*----------------------------------------------------------------
074600* 9000-TERMINATE
074700*----------------------------------------------------------------
074800 9000-TERMINATE.
074900     IF TRS-AUDITFILE-OK
075000         CLOSE AUDIT-LOG-FILE
075100     END-IF
075200     MOVE TRS-RETURN-CODE TO RETURN-CODE.
075300 9000-EXIT.
075400     EXIT.
