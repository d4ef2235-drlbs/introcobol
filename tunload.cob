000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TUNLOAD.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-08.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-08  DPG  ORIGINAL PROGRAM - DATED SEQUENTIAL UNLOAD OF
001100*                  THE CUSTOMER MASTER (CUSTMAST.DAT) AND THE
001200*                  ARCHIVE MASTER (CUSTARCH.DAT), TAKEN BY
001300*                  TREADRUN AND TREADPRG BEFORE THE STEPS THAT
001400*                  UPDATE THEM.  EACH UNLOAD ENDS WITH A TRAILER
001500*                  GIVING ITS RECORD COUNT AND THE CONTROL
001600*                  RECORD'S RUN DATE, SO TRESTORE CAN REBUILD
001700*                  EITHER FILE FROM IT AND PROVE THE COUNT.
001710* 2026-10-15  DPG  ADD STAGE 'ACK', TAKEN BEFORE THE CRM
001720*                  ACKNOWLEDGEMENT STEPS, AND REJECT A STAGE CODE
001730*                  THAT IS NOT KNOWN.  NEVER OVERWRITE AN UNLOAD
001740*                  ALREADY ON FILE, AND END RC 16 WHEN AN UNLOAD
001750*                  RECORD CANNOT BE WRITTEN.
001800*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-370.
002200 OBJECT-COMPUTER. IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS MAST-KEY
002900         FILE STATUS IS TUL-MASTFILE-STATUS.
003000     SELECT ARCHIVE-MASTER ASSIGN TO "CUSTARCH.DAT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS ARCH-KEY
003400         FILE STATUS IS TUL-ARCHMAST-STATUS.
003500     SELECT MASTER-UNLOAD-FILE
003600         ASSIGN TO DYNAMIC TUL-MAST-UNLOAD-FILENAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS TUL-MUNFILE-STATUS.
003900     SELECT ARCHIVE-UNLOAD-FILE
004000         ASSIGN TO DYNAMIC TUL-ARCH-UNLOAD-FILENAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TUL-AUNFILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600*
004700* THE RECORD LAYOUT MUST STAY IN STEP WITH FD CUSTOMER-MASTER
004800* IN TREAD, WHICH OWNS THE FILE.
004900*
005000 FD  CUSTOMER-MASTER.
005100 01  CUSTOMER-MASTER-RECORD.
005200     05  MAST-KEY              PIC X(10).
005300     05  MAST-BRANCH-COUNTRY   PIC X(02).
005400     05  MAST-BRANCH-CITY      PIC X(04).
005500     05  MAST-FIRST-SEEN-DATE  PIC X(08).
005600     05  MAST-LAST-SEEN-DATE   PIC X(08).
005700     05  MAST-PRIOR-SEEN-DATE  PIC X(08).
005800     05  MAST-CUSTOMER-NAME.
005900         10  MAST-LASTNAME     PIC X(20).
006000         10  MAST-FIRSTNAME    PIC X(20).
006100         10  MAST-MIDDLENAME   PIC X(20).
006200     05  MAST-CUSTOMER-ADDRESS.
006300         10  MAST-ADR-STREET   PIC X(25).
006400         10  MAST-ADR-CITY     PIC X(15).
006500         10  MAST-ADR-POSTAL   PIC X(10).
006600         10  MAST-ADR-PHONE    PIC X(15).
006700     05  MAST-LAST-SENT-DATE   PIC X(08).
006800     05  MAST-ACK-STATUS       PIC X(01).
006900     05  MAST-ACK-REASON       PIC X(04).
007000*
007100* THE RECORD LAYOUT MUST STAY IN STEP WITH FD ARCHIVE-MASTER IN
007200* TREAD, WHICH OWNS THE FILE.
007300*
007400 FD  ARCHIVE-MASTER.
007500 01  ARCHIVE-MASTER-RECORD.
007600     05  ARCH-KEY              PIC X(10).
007700     05  ARCH-BRANCH-COUNTRY   PIC X(02).
007800     05  ARCH-BRANCH-CITY      PIC X(04).
007900     05  ARCH-FIRST-SEEN-DATE  PIC X(08).
008000     05  ARCH-LAST-SEEN-DATE   PIC X(08).
008100     05  ARCH-PRIOR-SEEN-DATE  PIC X(08).
008200     05  ARCH-CUSTOMER-NAME    PIC X(60).
008300     05  ARCH-CUSTOMER-ADDRESS PIC X(65).
008400     05  ARCH-PURGE-DATE       PIC X(08).
008500*
008600* ONE 'MST' RECORD PER MASTER RECORD, IN KEY ORDER, THEN ONE
008700* 'TRL' TRAILER.  THE LAYOUT MUST STAY IN STEP WITH FD
008800* MASTER-UNLOAD-FILE IN TRESTORE, WHICH READS IT BACK.
008900*
009000 FD  MASTER-UNLOAD-FILE
009100     RECORD CONTAINS 181 CHARACTERS.
009200 01  MASTER-UNLOAD-RECORD.
009300     05  UNM-RECORD-TYPE       PIC X(03).
009400         88  UNM-IS-DETAIL                   VALUE 'MST'.
009500         88  UNM-IS-TRAILER                  VALUE 'TRL'.
009600     05  UNM-MASTER-DATA       PIC X(178).
009700 01  MASTER-UNLOAD-TRAILER.
009800     05  FILLER                PIC X(03).
009900     05  UNM-TRL-RECORD-COUNT  PIC 9(07).
010000     05  UNM-TRL-CONTROL-DATE  PIC X(08).
010100     05  UNM-TRL-RUN-DATE      PIC X(08).
010200     05  UNM-TRL-STAGE         PIC X(03).
010300     05  UNM-TRL-UNLOAD-DATE   PIC X(08).
010400     05  UNM-TRL-UNLOAD-TIME   PIC X(06).
010500     05  FILLER                PIC X(138).
010600*
010700* ONE 'ARC' RECORD PER ARCHIVE MASTER RECORD, THEN THE SAME
010800* 'TRL' TRAILER.  KEPT IN STEP WITH FD ARCHIVE-UNLOAD-FILE IN
010900* TRESTORE.
011000*
011100 FD  ARCHIVE-UNLOAD-FILE
011200     RECORD CONTAINS 176 CHARACTERS.
011300 01  ARCHIVE-UNLOAD-RECORD.
011400     05  UNA-RECORD-TYPE       PIC X(03).
011500         88  UNA-IS-DETAIL                   VALUE 'ARC'.
011600         88  UNA-IS-TRAILER                  VALUE 'TRL'.
011700     05  UNA-ARCHIVE-DATA      PIC X(173).
011800 01  ARCHIVE-UNLOAD-TRAILER.
011900     05  FILLER                PIC X(03).
012000     05  UNA-TRL-RECORD-COUNT  PIC 9(07).
012100     05  UNA-TRL-CONTROL-DATE  PIC X(08).
012200     05  UNA-TRL-RUN-DATE      PIC X(08).
012300     05  UNA-TRL-STAGE         PIC X(03).
012400     05  UNA-TRL-UNLOAD-DATE   PIC X(08).
012500     05  UNA-TRL-UNLOAD-TIME   PIC X(06).
012600     05  FILLER                PIC X(133).
012700*
012800 WORKING-STORAGE SECTION.
012900*----------------------------------------------------------------
013000* SWITCHES
013100*----------------------------------------------------------------
013200 77  TUL-MASTFILE-STATUS       PIC X(02)     VALUE SPACES.
013300     88  TUL-MASTFILE-OK                     VALUE '00'.
013400     88  TUL-MASTFILE-NOT-FOUND              VALUE '35'.
013500 77  TUL-ARCHMAST-STATUS       PIC X(02)     VALUE SPACES.
013600     88  TUL-ARCHMAST-OK                     VALUE '00'.
013700     88  TUL-ARCHMAST-NOT-FOUND              VALUE '35'.
013800 77  TUL-MUNFILE-STATUS        PIC X(02)     VALUE SPACES.
013900     88  TUL-MUNFILE-OK                      VALUE '00'.
014000 77  TUL-AUNFILE-STATUS        PIC X(02)     VALUE SPACES.
014100     88  TUL-AUNFILE-OK                      VALUE '00'.
014200*
014300 77  TUL-MAST-EOF-SWITCH       PIC X(01)     VALUE 'N'.
014400     88  TUL-MAST-END-OF-FILE                VALUE 'Y'.
014500     88  TUL-MAST-NOT-END-OF-FILE            VALUE 'N'.
014600 77  TUL-ARCH-EOF-SWITCH       PIC X(01)     VALUE 'N'.
014700     88  TUL-ARCH-END-OF-FILE                VALUE 'Y'.
014800     88  TUL-ARCH-NOT-END-OF-FILE            VALUE 'N'.
014900*
015000*----------------------------------------------------------------
015100* RUN CONTROL FIELDS
015200*----------------------------------------------------------------
015300 77  TUL-RUN-DATE              PIC X(08)     VALUE SPACES.
015400 77  TUL-STAGE                 PIC X(03)     VALUE SPACES.
015410     88  TUL-STAGE-LOAD                      VALUE 'LOD'.
015420     88  TUL-STAGE-RECON                     VALUE 'REC'.
015430     88  TUL-STAGE-ACK                       VALUE 'ACK'.
015440     88  TUL-STAGE-PURGE                     VALUE 'PRG'.
015500 77  TUL-CONTROL-KEY           PIC X(10)     VALUE
015600         '9999999999'.
015700 77  TUL-CONTROL-DATE          PIC X(08)     VALUE SPACES.
015800 77  TUL-MAST-UNLOAD-FILENAME  PIC X(30)     VALUE SPACES.
015900 77  TUL-ARCH-UNLOAD-FILENAME  PIC X(30)     VALUE SPACES.
016000 77  TUL-MAST-COUNT            PIC 9(07) COMP VALUE ZERO.
016100 77  TUL-ARCH-COUNT            PIC 9(07) COMP VALUE ZERO.
016200 77  TUL-COUNT-EDIT            PIC ZZZZZZ9.
016300 77  TUL-UNLOAD-DATE           PIC 9(08)     VALUE ZERO.
016400 77  TUL-UNLOAD-WALLCLOCK      PIC 9(08)     VALUE ZERO.
016500 77  TUL-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
016600*
016700*----------------------------------------------------------------
016800 LINKAGE SECTION.
016900*----------------------------------------------------------------
017000* JCL PARM: POSITIONS 1-8 ARE THE RUN DATE (YYYYMMDD), POSITIONS
017100* 9-11 THE STAGE OF THE JOB THE UNLOAD IS TAKEN AT - 'LOD'
017200* BEFORE THE NIGHTLY BRANCH STEPS, 'REC' BEFORE THE RECON STEP,
017210* 'ACK' BEFORE THE CRM ACKNOWLEDGEMENT STEPS (WHICH UPDATE EACH
017220* CUSTOMER'S ACK STATUS ON THE MASTER), 'PRG' BEFORE THE
017300* WEEKLY PURGE - SO TWO UNLOADS ON THE SAME
017400* DATE DO NOT OVERWRITE EACH OTHER.  RUN INTERACTIVELY WITH NO
017500* PARM, BOTH ARE PROMPTED FOR ON THE CONSOLE.
017600*----------------------------------------------------------------
017700 01  TUL-PARM-LENGTH           PIC S9(04) COMP.
017800 01  TUL-PARM-DATA             PIC X(11).
017900*
018000 PROCEDURE DIVISION USING TUL-PARM-LENGTH TUL-PARM-DATA.
018100*----------------------------------------------------------------
018200* 0000-MAINLINE
018300*----------------------------------------------------------------
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018600     IF TUL-RETURN-CODE < 16
018700         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
018800     END-IF
018900     IF TUL-RETURN-CODE < 16
019000         PERFORM 3000-UNLOAD-ARCHIVE THRU 3000-EXIT
019100     END-IF
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT
019300     STOP RUN.
019400*----------------------------------------------------------------
019500* 1000-INITIALIZE - THE STAGE DEFAULTS TO 'LOD'.  THE UNLOAD
019600* FILE NAMES CARRY THE DATE AND STAGE, E.G.
019700* 20141111-LOD-CUSTMAST.unl AND 20141111-LOD-CUSTARCH.unl.
019710* ANY STAGE OTHER THAN LOD, REC, ACK OR PRG ENDS THE RUN RC 16.
019800*----------------------------------------------------------------
019900 1000-INITIALIZE.
020000     IF TUL-PARM-LENGTH > 7
020100         MOVE TUL-PARM-DATA (1:8) TO TUL-RUN-DATE
020200         IF TUL-PARM-LENGTH > 10
020300             MOVE TUL-PARM-DATA (9:3) TO TUL-STAGE
020400         END-IF
020500     ELSE
020600         DISPLAY 'TUNLOAD - ENTER RUN DATE (YYYYMMDD): '
020700         ACCEPT TUL-RUN-DATE FROM CONSOLE
020800         DISPLAY 'TUNLOAD - ENTER STAGE (LOD/REC/ACK/PRG): '
020900         ACCEPT TUL-STAGE FROM CONSOLE
021000     END-IF
021100     IF TUL-RUN-DATE IS NOT NUMERIC
021200         DISPLAY 'TUNLOAD - RUN DATE NOT NUMERIC: ' TUL-RUN-DATE
021300         MOVE 16 TO TUL-RETURN-CODE
021400         GO TO 1000-EXIT
021500     END-IF
021600     IF TUL-STAGE = SPACES
021700         MOVE 'LOD' TO TUL-STAGE
021800     END-IF
021810     IF NOT TUL-STAGE-LOAD AND NOT TUL-STAGE-RECON
021820         AND NOT TUL-STAGE-ACK AND NOT TUL-STAGE-PURGE
021830         DISPLAY 'TUNLOAD - UNKNOWN STAGE: ' TUL-STAGE
021840         MOVE 16 TO TUL-RETURN-CODE
021850         GO TO 1000-EXIT
021860     END-IF
021900     MOVE SPACES TO TUL-MAST-UNLOAD-FILENAME
022000     STRING TUL-RUN-DATE            DELIMITED BY SIZE
022100            '-'                     DELIMITED BY SIZE
022200            TUL-STAGE               DELIMITED BY SIZE
022300            '-CUSTMAST.unl'         DELIMITED BY SIZE
022400       INTO TUL-MAST-UNLOAD-FILENAME
022500     END-STRING
022600     MOVE SPACES TO TUL-ARCH-UNLOAD-FILENAME
022700     STRING TUL-RUN-DATE            DELIMITED BY SIZE
022800            '-'                     DELIMITED BY SIZE
022900            TUL-STAGE               DELIMITED BY SIZE
023000            '-CUSTARCH.unl'         DELIMITED BY SIZE
023100       INTO TUL-ARCH-UNLOAD-FILENAME
023200     END-STRING
023300     ACCEPT TUL-UNLOAD-DATE FROM DATE YYYYMMDD
023400     ACCEPT TUL-UNLOAD-WALLCLOCK FROM TIME.
023500 1000-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------
023800* 2000-UNLOAD-MASTER - THE CONTROL RECORD IS READ FIRST FOR THE
023900* TRAILER'S RUN DATE, THEN THE WHOLE FILE (CONTROL RECORD
024000* INCLUDED - A RESTORE MUST PUT IT BACK TOO) IS COPIED IN KEY
024100* ORDER.  A MASTER THAT DOES NOT EXIST YET UNLOADS AS AN EMPTY
024200* FILE WITH A ZERO TRAILER, WITH RC 4 SO THE GAP IS SEEN.
024210* AN UNLOAD ALREADY ON FILE FOR THE DATE AND STAGE IS NEVER
024220* OVERWRITTEN: ON A RERUN IT IS THE ONLY COPY OF THE FILE AS IT
024230* WAS BEFORE THE RUN BEING REPEATED, SO THE RUN ENDS RC 16.
024300*----------------------------------------------------------------
024400 2000-UNLOAD-MASTER.
024500     MOVE ZERO TO TUL-MAST-COUNT
024600     MOVE SPACES TO TUL-CONTROL-DATE
024700     MOVE 'N' TO TUL-MAST-EOF-SWITCH
024710     OPEN INPUT MASTER-UNLOAD-FILE
024720     IF TUL-MUNFILE-OK
024730         CLOSE MASTER-UNLOAD-FILE
024740         DISPLAY 'TUNLOAD - MASTER UNLOAD ALREADY EXISTS: '
024750                 TUL-MAST-UNLOAD-FILENAME
024760         MOVE 16 TO TUL-RETURN-CODE
024770         GO TO 2000-EXIT
024780     END-IF
024800     OPEN OUTPUT MASTER-UNLOAD-FILE
024900     IF NOT TUL-MUNFILE-OK
025000         DISPLAY 'TUNLOAD - MASTER UNLOAD OPEN FAILED, STATUS '
025100                 TUL-MUNFILE-STATUS
025200         MOVE 16 TO TUL-RETURN-CODE
025300         GO TO 2000-EXIT
025400     END-IF
025500     OPEN INPUT CUSTOMER-MASTER
025600     IF TUL-MASTFILE-NOT-FOUND
025700         DISPLAY 'TUNLOAD - NO CUSTOMER MASTER ON FILE'
025800         MOVE 4 TO TUL-RETURN-CODE
025900         GO TO 2000-WRITE-TRAILER
026000     END-IF
026100     IF NOT TUL-MASTFILE-OK
026200         DISPLAY 'TUNLOAD - CUSTOMER MASTER OPEN FAILED, STATUS '
026300                 TUL-MASTFILE-STATUS
026400         MOVE 16 TO TUL-RETURN-CODE
026500         CLOSE MASTER-UNLOAD-FILE
026600         GO TO 2000-EXIT
026700     END-IF
026800     MOVE TUL-CONTROL-KEY TO MAST-KEY
026900     READ CUSTOMER-MASTER
027000         INVALID KEY MOVE SPACES TO TUL-CONTROL-DATE
027100         NOT INVALID KEY
027200             MOVE MAST-LAST-SEEN-DATE TO TUL-CONTROL-DATE
027300     END-READ
027400     MOVE LOW-VALUES TO MAST-KEY
027500     START CUSTOMER-MASTER KEY IS >= MAST-KEY
027600         INVALID KEY SET TUL-MAST-END-OF-FILE TO TRUE
027700     END-START
027800     PERFORM 2100-UNLOAD-ONE-MASTER THRU 2100-EXIT
027900         UNTIL TUL-MAST-END-OF-FILE
028000     CLOSE CUSTOMER-MASTER
028010     IF TUL-RETURN-CODE NOT < 16
028020         CLOSE MASTER-UNLOAD-FILE
028030         GO TO 2000-EXIT
028040     END-IF.
028100 2000-WRITE-TRAILER.
028200     MOVE SPACES               TO MASTER-UNLOAD-TRAILER
028300     MOVE 'TRL'                TO UNM-RECORD-TYPE
028400     MOVE TUL-MAST-COUNT       TO UNM-TRL-RECORD-COUNT
028500     MOVE TUL-CONTROL-DATE     TO UNM-TRL-CONTROL-DATE
028600     MOVE TUL-RUN-DATE         TO UNM-TRL-RUN-DATE
028700     MOVE TUL-STAGE            TO UNM-TRL-STAGE
028800     MOVE TUL-UNLOAD-DATE      TO UNM-TRL-UNLOAD-DATE
028900     MOVE TUL-UNLOAD-WALLCLOCK (1:6) TO UNM-TRL-UNLOAD-TIME
029000     WRITE MASTER-UNLOAD-TRAILER
029010     IF NOT TUL-MUNFILE-OK
029020         DISPLAY 'TUNLOAD - MASTER UNLOAD WRITE FAILED, STATUS '
029030                 TUL-MUNFILE-STATUS
029040         MOVE 16 TO TUL-RETURN-CODE
029050         CLOSE MASTER-UNLOAD-FILE
029060         GO TO 2000-EXIT
029070     END-IF
029100     CLOSE MASTER-UNLOAD-FILE
029200     MOVE TUL-MAST-COUNT TO TUL-COUNT-EDIT
029300     DISPLAY 'TUNLOAD - ' TUL-MAST-UNLOAD-FILENAME ' RECORDS '
029400             TUL-COUNT-EDIT ' CONTROL DATE ' TUL-CONTROL-DATE.
029500 2000-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800* 2100-UNLOAD-ONE-MASTER
029900*----------------------------------------------------------------
030000 2100-UNLOAD-ONE-MASTER.
030100     READ CUSTOMER-MASTER NEXT RECORD
030200         AT END SET TUL-MAST-END-OF-FILE TO TRUE
030300     END-READ
030400     IF TUL-MAST-END-OF-FILE
030500         GO TO 2100-EXIT
030600     END-IF
030700     MOVE 'MST'                  TO UNM-RECORD-TYPE
030800     MOVE CUSTOMER-MASTER-RECORD TO UNM-MASTER-DATA
030900     WRITE MASTER-UNLOAD-RECORD
030910     IF NOT TUL-MUNFILE-OK
030920         DISPLAY 'TUNLOAD - MASTER UNLOAD WRITE FAILED, STATUS '
030930                 TUL-MUNFILE-STATUS
030940         MOVE 16 TO TUL-RETURN-CODE
030950         SET TUL-MAST-END-OF-FILE TO TRUE
030960         GO TO 2100-EXIT
030970     END-IF
031000     ADD 1 TO TUL-MAST-COUNT.
031100 2100-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400* 3000-UNLOAD-ARCHIVE - SAME SHAPE AS THE MASTER UNLOAD.  THE
031500* ARCHIVE MASTER HAS NO CONTROL RECORD OF ITS OWN; ITS TRAILER
031600* CARRIES THE CUSTOMER MASTER'S CONTROL DATE SO THE TWO UNLOADS
031700* OF ONE STAGE ARE SEEN TO BELONG TOGETHER.  THE ARCHIVE IS
031800* CREATED BY THE FIRST PURGE OR RETURNING CUSTOMER, SO ITS
031900* ABSENCE IS NOT A WARNING - IT UNLOADS AS EMPTY.  AN ARCHIVE
031910* UNLOAD ALREADY ON FILE IS NEVER OVERWRITTEN.
032000*----------------------------------------------------------------
032100 3000-UNLOAD-ARCHIVE.
032200     MOVE ZERO TO TUL-ARCH-COUNT
032300     MOVE 'N' TO TUL-ARCH-EOF-SWITCH
032310     OPEN INPUT ARCHIVE-UNLOAD-FILE
032320     IF TUL-AUNFILE-OK
032330         CLOSE ARCHIVE-UNLOAD-FILE
032340         DISPLAY 'TUNLOAD - ARCHIVE UNLOAD ALREADY EXISTS: '
032350                 TUL-ARCH-UNLOAD-FILENAME
032360         MOVE 16 TO TUL-RETURN-CODE
032370         GO TO 3000-EXIT
032380     END-IF
032400     OPEN OUTPUT ARCHIVE-UNLOAD-FILE
032500     IF NOT TUL-AUNFILE-OK
032600         DISPLAY 'TUNLOAD - ARCHIVE UNLOAD OPEN FAILED, STATUS '
032700                 TUL-AUNFILE-STATUS
032800         MOVE 16 TO TUL-RETURN-CODE
032900         GO TO 3000-EXIT
033000     END-IF
033100     OPEN INPUT ARCHIVE-MASTER
033200     IF TUL-ARCHMAST-NOT-FOUND
033300         GO TO 3000-WRITE-TRAILER
033400     END-IF
033500     IF NOT TUL-ARCHMAST-OK
033600         DISPLAY 'TUNLOAD - ARCHIVE MASTER OPEN FAILED, STATUS '
033700                 TUL-ARCHMAST-STATUS
033800         MOVE 16 TO TUL-RETURN-CODE
033900         CLOSE ARCHIVE-UNLOAD-FILE
034000         GO TO 3000-EXIT
034100     END-IF
034200     MOVE LOW-VALUES TO ARCH-KEY
034300     START ARCHIVE-MASTER KEY IS >= ARCH-KEY
034400         INVALID KEY SET TUL-ARCH-END-OF-FILE TO TRUE
034500     END-START
034600     PERFORM 3100-UNLOAD-ONE-ARCHIVE THRU 3100-EXIT
034700         UNTIL TUL-ARCH-END-OF-FILE
034800     CLOSE ARCHIVE-MASTER
034810     IF TUL-RETURN-CODE NOT < 16
034820         CLOSE ARCHIVE-UNLOAD-FILE
034830         GO TO 3000-EXIT
034840     END-IF.
034900 3000-WRITE-TRAILER.
035000     MOVE SPACES               TO ARCHIVE-UNLOAD-TRAILER
035100     MOVE 'TRL'                TO UNA-RECORD-TYPE
035200     MOVE TUL-ARCH-COUNT       TO UNA-TRL-RECORD-COUNT
035300     MOVE TUL-CONTROL-DATE     TO UNA-TRL-CONTROL-DATE
035400     MOVE TUL-RUN-DATE         TO UNA-TRL-RUN-DATE
035500     MOVE TUL-STAGE            TO UNA-TRL-STAGE
035600     MOVE TUL-UNLOAD-DATE      TO UNA-TRL-UNLOAD-DATE
035700     MOVE TUL-UNLOAD-WALLCLOCK (1:6) TO UNA-TRL-UNLOAD-TIME
035800     WRITE ARCHIVE-UNLOAD-TRAILER
035810     IF NOT TUL-AUNFILE-OK
035820         DISPLAY 'TUNLOAD - ARCHIVE UNLOAD WRITE FAILED, STATUS '
035830                 TUL-AUNFILE-STATUS
035840         MOVE 16 TO TUL-RETURN-CODE
035850         CLOSE ARCHIVE-UNLOAD-FILE
035860         GO TO 3000-EXIT
035870     END-IF
035900     CLOSE ARCHIVE-UNLOAD-FILE
036000     MOVE TUL-ARCH-COUNT TO TUL-COUNT-EDIT
036100     DISPLAY 'TUNLOAD - ' TUL-ARCH-UNLOAD-FILENAME ' RECORDS '
036200             TUL-COUNT-EDIT.
036300 3000-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600* 3100-UNLOAD-ONE-ARCHIVE
036700*----------------------------------------------------------------
036800 3100-UNLOAD-ONE-ARCHIVE.
036900     READ ARCHIVE-MASTER NEXT RECORD
037000         AT END SET TUL-ARCH-END-OF-FILE TO TRUE
037100     END-READ
037200     IF TUL-ARCH-END-OF-FILE
037300         GO TO 3100-EXIT
037400     END-IF
037500     MOVE 'ARC'                  TO UNA-RECORD-TYPE
037600     MOVE ARCHIVE-MASTER-RECORD  TO UNA-ARCHIVE-DATA
037700     WRITE ARCHIVE-UNLOAD-RECORD
037710     IF NOT TUL-AUNFILE-OK
037720         DISPLAY 'TUNLOAD - ARCHIVE UNLOAD WRITE FAILED, STATUS '
037730                 TUL-AUNFILE-STATUS
037740         MOVE 16 TO TUL-RETURN-CODE
037750         SET TUL-ARCH-END-OF-FILE TO TRUE
037760         GO TO 3100-EXIT
037770     END-IF
037800     ADD 1 TO TUL-ARCH-COUNT.
037900 3100-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200* 9000-TERMINATE
038300*----------------------------------------------------------------
038400 9000-TERMINATE.
038500     MOVE TUL-RETURN-CODE TO RETURN-CODE.
038600 9000-EXIT.
038700     EXIT.
