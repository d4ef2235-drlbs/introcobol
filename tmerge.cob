000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TMERGE.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. RETAIL-BANKING-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-14  DPG  ORIGINAL PROGRAM - BATCH MERGE OF THE DUPLICATE
001100*                  CUSTOMER-IDS DATA QUALITY HAS CONFIRMED FROM
001200*                  THE TDUPSCAN REPORT.  EACH DECISION NAMES THE
001300*                  SURVIVING ID AND THE ID TO RETIRE.  THE
001400*                  SURVIVOR KEEPS THE EARLIER FIRST-SEEN AND THE
001500*                  LATER LAST-SEEN DATE OF THE TWO, THE RETIRED ID
001600*                  IS TAKEN OFF THE CUSTOMER MASTER AND KEPT ON
001700*                  THE PERMANENT CROSS-REFERENCE (CUSTXREF.DAT)
001800*                  THAT TREAD TRANSLATES ARRIVING IDS THROUGH, A
001900*                  MERGE RECORD NAMING BOTH IDS GOES TO THE CRM
002000*                  SIDE ON A DATED -MERGES.CRM EXTRACT, AND EVERY
002100*                  MERGE IS AUDITED.  A DECISION THAT DOES NOT FIT
002200*                  THE MASTER OR THE CROSS-REFERENCE IS REJECTED
002300*                  AND REPORTED, NOT APPLIED.
002310* 2026-10-15  DPG  WHEN THE SURVIVOR CANNOT BE REWRITTEN, TAKE THE
002320*                  NEW CROSS-REFERENCE ENTRY BACK OUT AND REJECT
002330*                  THE PAIR INSTEAD OF RETIRING THE OTHER ID.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DECISION-FILE ASSIGN TO "MERGDECS.DAT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS TMG-DECFILE-STATUS.
003400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS MAST-KEY
003800         FILE STATUS IS TMG-MASTFILE-STATUS.
003900     SELECT CUSTOMER-XREF-FILE ASSIGN TO "CUSTXREF.DAT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS XRF-RETIRED-ID
004300         FILE STATUS IS TMG-XRFFILE-STATUS.
004400     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.LST"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS TMG-AUDITFILE-STATUS.
004700     SELECT MERGE-REPORT-FILE ASSIGN TO "MERGDECS.RPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS TMG-RPTFILE-STATUS.
005000     SELECT CRM-MERGE-FILE
005100         ASSIGN TO DYNAMIC TMG-CRM-FILENAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS TMG-CRMFILE-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800* ONE CONFIRMED DUPLICATE PER LINE, AS DATA QUALITY RETURNS THEM:
005900* THE ID THAT SURVIVES, THE ID TO RETIRE, AND THE INITIALS OF WHO
006000* CONFIRMED THE PAIR.
006100*
006200 FD  DECISION-FILE
006300     RECORD CONTAINS 23 CHARACTERS.
006400 01  DECISION-RECORD.
006500     05  DEC-SURVIVOR-ID       PIC X(10).
006600     05  DEC-RETIRED-ID        PIC X(10).
006700     05  DEC-ADJUDICATOR       PIC X(03).
006800*
006900* THE RECORD LAYOUT MUST STAY IN STEP WITH FD CUSTOMER-MASTER
007000* IN TREAD, WHICH OWNS THE FILE.
007100*
007200 FD  CUSTOMER-MASTER.
007300 01  CUSTOMER-MASTER-RECORD.
007400     05  MAST-KEY              PIC X(10).
007500     05  MAST-BRANCH-COUNTRY   PIC X(02).
007600     05  MAST-BRANCH-CITY      PIC X(04).
007700     05  MAST-FIRST-SEEN-DATE  PIC X(08).
007800     05  MAST-LAST-SEEN-DATE   PIC X(08).
007900     05  MAST-PRIOR-SEEN-DATE  PIC X(08).
008000     05  MAST-CUSTOMER-NAME.
008100         10  MAST-LASTNAME     PIC X(20).
008200         10  MAST-FIRSTNAME    PIC X(20).
008300         10  MAST-MIDDLENAME   PIC X(20).
008400     05  MAST-CUSTOMER-ADDRESS.
008500         10  MAST-ADR-STREET   PIC X(25).
008600         10  MAST-ADR-CITY     PIC X(15).
008700         10  MAST-ADR-POSTAL   PIC X(10).
008800         10  MAST-ADR-PHONE    PIC X(15).
008900     05  MAST-LAST-SENT-DATE   PIC X(08).
009000     05  MAST-ACK-STATUS       PIC X(01).
009100     05  MAST-ACK-REASON       PIC X(04).
009200*
009300* RETIRED CUSTOMER-ID CROSS-REFERENCE, KEYED ON THE RETIRED ID.
009400* THIS PROGRAM OWNS THE FILE; TREAD READS IT TO TRANSLATE A
009500* RETIRED ID ARRIVING ON A BRANCH EXTRACT TO ITS SURVIVOR.  THE
009600* RETIRED ID'S OWNING BRANCH AND SEEN-DATES ARE KEPT AS THEY WERE
009700* ON THE DAY OF THE MERGE.  ENTRIES ARE NEVER REMOVED.
009800*
009900 FD  CUSTOMER-XREF-FILE.
010000 01  CUSTOMER-XREF-RECORD.
010100     05  XRF-RETIRED-ID        PIC X(10).
010200     05  XRF-SURVIVOR-ID       PIC X(10).
010300     05  XRF-MERGE-DATE        PIC X(08).
010400     05  XRF-ADJUDICATOR       PIC X(03).
010500     05  XRF-RETIRED-BRANCH.
010600         10  XRF-RETIRED-COUNTRY   PIC X(02).
010700         10  XRF-RETIRED-CITY      PIC X(04).
010800     05  XRF-RETIRED-FIRST-SEEN PIC X(08).
010900     05  XRF-RETIRED-LAST-SEEN PIC X(08).
011000*
011100 FD  AUDIT-LOG-FILE
011200     RECORD CONTAINS 91 CHARACTERS.
011300 01  AUDIT-LOG-LINE            PIC X(91).
011400*
011500 FD  MERGE-REPORT-FILE
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  MERGE-REPORT-LINE         PIC X(80).
011800*
011900* SAME 136-BYTE RECORD AS TREAD'S CRM EXTRACT SO THE CRM LOADER
012000* READS ONE FORMAT: ACTION CODE 'M' WITH THE SURVIVING ID WHERE
012100* THE CUSTOMER-ID GOES AND THE RETIRED ID IN THE NEXT TEN BYTES,
012200* ENDED BY THE USUAL 'T' TRAILER WITH THE RECORD COUNT.
012300*
012400 FD  CRM-MERGE-FILE
012500     RECORD CONTAINS 136 CHARACTERS.
012600 01  CRM-MERGE-RECORD.
012700     05  CRM-ACTION-CODE       PIC X(01).
012800     05  CRM-SURVIVOR-ID       PIC X(10).
012900     05  CRM-RETIRED-ID        PIC X(10).
013000     05  FILLER                PIC X(115).
013100 01  CRM-TRAILER-RECORD.
013200     05  CRM-TRL-RECORD-TYPE   PIC X(01).
013300     05  CRM-TRL-RECORD-COUNT  PIC 9(07).
013400     05  FILLER                PIC X(128).
013500*
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------
013800* SWITCHES
013900*----------------------------------------------------------------
014000 77  TMG-DECFILE-STATUS        PIC X(02)     VALUE SPACES.
014100     88  TMG-DECFILE-OK                      VALUE '00'.
014200     88  TMG-DECFILE-NOT-FOUND               VALUE '35'.
014300*
014400 77  TMG-MASTFILE-STATUS       PIC X(02)     VALUE SPACES.
014500     88  TMG-MASTFILE-OK                     VALUE '00'.
014600     88  TMG-MASTFILE-NO-REC                 VALUE '23'.
014700*
014800 77  TMG-XRFFILE-STATUS        PIC X(02)     VALUE SPACES.
014900     88  TMG-XRFFILE-OK                      VALUE '00'.
015000     88  TMG-XRFFILE-NOT-FOUND               VALUE '35'.
015100*
015200 77  TMG-AUDITFILE-STATUS      PIC X(02)     VALUE SPACES.
015300     88  TMG-AUDITFILE-OK                    VALUE '00'.
015400*
015500 77  TMG-RPTFILE-STATUS        PIC X(02)     VALUE SPACES.
015600     88  TMG-RPTFILE-OK                      VALUE '00'.
015700*
015800 77  TMG-CRMFILE-STATUS        PIC X(02)     VALUE SPACES.
015900     88  TMG-CRMFILE-OK                      VALUE '00'.
016000     88  TMG-CRMFILE-NOT-FOUND               VALUE '35'.
016100*
016200 77  TMG-DEC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
016300     88  TMG-DEC-END-OF-FILE                 VALUE 'Y'.
016400     88  TMG-DEC-NOT-END-OF-FILE             VALUE 'N'.
016500*
016600 77  TMG-XRF-EOF-SWITCH        PIC X(01)     VALUE 'N'.
016700     88  TMG-XRF-END-OF-FILE                 VALUE 'Y'.
016800     88  TMG-XRF-NOT-END-OF-FILE             VALUE 'N'.
016900*
017000*----------------------------------------------------------------
017100* RUN CONTROL FIELDS - THE CONTROL RECORD TREAD KEEPS UNDER KEY
017200* 9999999999 HOLDS THE RECONCILE'S RUN-DATE MEMORY, NOT A
017300* CUSTOMER, SO THIS PROGRAM REFUSES TO TOUCH IT.
017400*----------------------------------------------------------------
017500 77  TMG-CONTROL-KEY           PIC X(10)     VALUE
017600         '9999999999'.
017700 77  TMG-CRM-FILENAME          PIC X(30)     VALUE SPACES.
017800 77  TMG-MERGED-COUNT          PIC 9(07) COMP VALUE ZERO.
017900 77  TMG-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
018000 77  TMG-REPOINT-COUNT         PIC 9(07) COMP VALUE ZERO.
018100 77  TMG-CRM-WRITE-COUNT       PIC 9(07) COMP VALUE ZERO.
018200 77  TMG-AUD-DATE              PIC 9(08)     VALUE ZERO.
018300 77  TMG-AUD-WALLCLOCK         PIC 9(08)     VALUE ZERO.
018400 77  TMG-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
018500*
018600*----------------------------------------------------------------
018700* THE TWO MASTER RECORDS OF THE PAIR IN HAND.  THE RETIRED ONE IS
018800* HELD WHILE THE SURVIVOR IS READ; THE SURVIVOR'S SEEN-DATES ARE
018900* HELD AS THEY WERE BEFORE THE MERGE FOR THE AUDIT TRAIL.
019000*----------------------------------------------------------------
019100 01  TMG-RETIRED-MASTER.
019200     05  TMG-RET-BRANCH.
019300         10  TMG-RET-COUNTRY   PIC X(02).
019400         10  TMG-RET-CITY      PIC X(04).
019500     05  TMG-RET-FIRST-SEEN    PIC X(08).
019600     05  TMG-RET-LAST-SEEN     PIC X(08).
019700 01  TMG-SURVIVOR-BEFORE.
019800     05  TMG-SRV-FIRST-SEEN    PIC X(08).
019900     05  TMG-SRV-LAST-SEEN     PIC X(08).
020000*
020100*----------------------------------------------------------------
020200* REPORT LINE LAYOUTS
020300*----------------------------------------------------------------
020400 01  TMG-TITLE-LINE.
020500     05  FILLER                PIC X(27) VALUE
020600         'DUPLICATE MERGE BATCH APPLY'.
020700     05  FILLER                PIC X(07) VALUE '  RUN: '.
020800     05  TMG-TTL-RUN-DATE      PIC X(08).
020900*
021000 01  TMG-MERGED-DETAIL.
021100     05  FILLER                PIC X(07) VALUE 'MERGED '.
021200     05  TMG-MRG-RETIRED-ID    PIC X(10).
021300     05  FILLER                PIC X(06) VALUE ' INTO '.
021400     05  TMG-MRG-SURVIVOR-ID   PIC X(10).
021500     05  FILLER                PIC X(07) VALUE ' FIRST '.
021600     05  TMG-MRG-FIRST-SEEN    PIC X(08).
021700     05  FILLER                PIC X(06) VALUE ' LAST '.
021800     05  TMG-MRG-LAST-SEEN     PIC X(08).
021900     05  FILLER                PIC X(04) VALUE ' BY '.
022000     05  TMG-MRG-ADJUDICATOR   PIC X(03).
022100*
022200 01  TMG-REPOINT-DETAIL.
022300     05  FILLER                PIC X(10) VALUE '  REPOINT '.
022400     05  TMG-RPT-RETIRED-ID    PIC X(10).
022500     05  FILLER                PIC X(06) VALUE ' FROM '.
022600     05  TMG-RPT-OLD-SURVIVOR  PIC X(10).
022700     05  FILLER                PIC X(04) VALUE ' TO '.
022800     05  TMG-RPT-NEW-SURVIVOR  PIC X(10).
022900*
023000 01  TMG-REJECT-DETAIL.
023100     05  FILLER                PIC X(09) VALUE 'REJECTED '.
023200     05  TMG-REJ-SURVIVOR-ID   PIC X(10).
023300     05  FILLER                PIC X(01) VALUE SPACE.
023400     05  TMG-REJ-RETIRED-ID    PIC X(10).
023500     05  FILLER                PIC X(01) VALUE SPACE.
023600     05  TMG-REJ-REASON        PIC X(30).
023700*
023800 01  TMG-SUMMARY-LINE.
023900     05  FILLER                PIC X(07) VALUE 'MERGED '.
024000     05  TMG-SUM-MERGED        PIC ZZZZZZ9.
024100     05  FILLER                PIC X(10) VALUE ' REJECTED '.
024200     05  TMG-SUM-REJECTED      PIC ZZZZZZ9.
024300     05  FILLER                PIC X(11) VALUE ' REPOINTED '.
024400     05  TMG-SUM-REPOINTED     PIC ZZZZZZ9.
024500*
024600*----------------------------------------------------------------
024700* AUDIT TRAIL DETAIL LINE LAYOUT - SAME SHAPE AS TMAINT'S LINE,
024800* FLAGGED 'MERGE'.  THE OPERATOR FIELD CARRIES THE INITIALS FROM
024900* THE DECISION FILE.  EACH MERGE IS LOGGED UNDER BOTH IDS SO AN
025000* INQUIRY ON EITHER FINDS IT.
025100*----------------------------------------------------------------
025200 01  TMG-AUDIT-DETAIL.
025300     05  FILLER                PIC X(06) VALUE 'MERGE '.
025400     05  TMG-AUD-RUN-DATE      PIC X(08).
025500     05  FILLER                PIC X(01) VALUE SPACE.
025600     05  TMG-AUD-RUN-TIME      PIC X(06).
025700     05  FILLER                PIC X(01) VALUE SPACE.
025800     05  TMG-AUD-OPERATOR      PIC X(03).
025900     05  FILLER                PIC X(01) VALUE SPACE.
026000     05  TMG-AUD-FUNCTION      PIC X(03).
026100     05  FILLER                PIC X(01) VALUE SPACE.
026200     05  TMG-AUD-KEY           PIC X(10).
026300     05  FILLER                PIC X(05) VALUE ' OLD '.
026400     05  TMG-AUD-OLD-VALUE     PIC X(17).
026500     05  FILLER                PIC X(05) VALUE ' NEW '.
026600     05  TMG-AUD-NEW-VALUE     PIC X(17).
026700*
026800 PROCEDURE DIVISION.
026900*----------------------------------------------------------------
027000* 0000-MAINLINE
027100*----------------------------------------------------------------
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027400     IF TMG-RETURN-CODE < 16
027500         PERFORM 2000-APPLY-ONE-DECISION THRU 2000-EXIT
027600             UNTIL TMG-DEC-END-OF-FILE
027700         PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT
027800     END-IF
027900     PERFORM 9000-TERMINATE THRU 9000-EXIT
028000     STOP RUN.
028100*----------------------------------------------------------------
028200* 1000-INITIALIZE - EVERY FILE MUST BE THERE BEFORE THE FIRST
028300* MERGE IS ALLOWED.  A MISSING DECISION FILE MEANS THE RUN WAS
028400* SUBMITTED WITHOUT ANYTHING TO APPLY - A HARD FAILURE, NOT AN
028500* EMPTY RUN.  THE CROSS-REFERENCE IS CREATED ON ITS FIRST RUN.
028600* TODAY'S CRM MERGE EXTRACT MUST NOT EXIST YET: A SECOND RUN ON
028700* THE SAME DAY WOULD OVERWRITE MERGES THE CRM SIDE HAS NOT SEEN.
028800*----------------------------------------------------------------
028900 1000-INITIALIZE.
029000     ACCEPT TMG-AUD-DATE FROM DATE YYYYMMDD
029100     MOVE SPACES TO TMG-CRM-FILENAME
029200     STRING TMG-AUD-DATE            DELIMITED BY SIZE
029300            '-MERGES.crm'           DELIMITED BY SIZE
029400       INTO TMG-CRM-FILENAME
029500     END-STRING
029600     OPEN INPUT CRM-MERGE-FILE
029700     IF TMG-CRMFILE-OK
029800         CLOSE CRM-MERGE-FILE
029900         DISPLAY 'TMERGE - CRM MERGE EXTRACT ALREADY EXISTS: '
030000                 TMG-CRM-FILENAME
030100         MOVE 16 TO TMG-RETURN-CODE
030200         GO TO 1000-EXIT
030300     END-IF
030400     OPEN INPUT DECISION-FILE
030500     IF TMG-DECFILE-NOT-FOUND
030600         DISPLAY 'TMERGE - DECISION FILE NOT FOUND: MERGDECS.DAT'
030700         MOVE 16 TO TMG-RETURN-CODE
030800         GO TO 1000-EXIT
030900     END-IF
031000     IF NOT TMG-DECFILE-OK
031100         DISPLAY 'TMERGE - DECISION FILE OPEN FAILED, STATUS '
031200                 TMG-DECFILE-STATUS
031300         MOVE 16 TO TMG-RETURN-CODE
031400         GO TO 1000-EXIT
031500     END-IF
031600     OPEN I-O CUSTOMER-MASTER
031700     IF NOT TMG-MASTFILE-OK
031800         DISPLAY 'TMERGE - CUSTOMER MASTER OPEN FAILED, STATUS '
031900                 TMG-MASTFILE-STATUS
032000         MOVE 16 TO TMG-RETURN-CODE
032100         CLOSE DECISION-FILE
032200         GO TO 1000-EXIT
032300     END-IF
032400     OPEN I-O CUSTOMER-XREF-FILE
032500     IF TMG-XRFFILE-NOT-FOUND
032600         OPEN OUTPUT CUSTOMER-XREF-FILE
032700         CLOSE CUSTOMER-XREF-FILE
032800         OPEN I-O CUSTOMER-XREF-FILE
032900     END-IF
033000     IF NOT TMG-XRFFILE-OK
033100         DISPLAY 'TMERGE - CROSS-REFERENCE OPEN FAILED, STATUS '
033200                 TMG-XRFFILE-STATUS
033300         MOVE 16 TO TMG-RETURN-CODE
033400         CLOSE DECISION-FILE
033500         CLOSE CUSTOMER-MASTER
033600         GO TO 1000-EXIT
033700     END-IF
033800     OPEN EXTEND AUDIT-LOG-FILE
033900     IF NOT TMG-AUDITFILE-OK
034000         DISPLAY 'TMERGE - AUDIT LOG OPEN FAILED, STATUS '
034100                 TMG-AUDITFILE-STATUS
034200         MOVE 16 TO TMG-RETURN-CODE
034300         CLOSE DECISION-FILE
034400         CLOSE CUSTOMER-MASTER
034500         CLOSE CUSTOMER-XREF-FILE
034600         GO TO 1000-EXIT
034700     END-IF
034800     OPEN OUTPUT MERGE-REPORT-FILE
034900     IF NOT TMG-RPTFILE-OK
035000         DISPLAY 'TMERGE - REPORT OPEN FAILED, STATUS '
035100                 TMG-RPTFILE-STATUS
035200         MOVE 16 TO TMG-RETURN-CODE
035300         CLOSE DECISION-FILE
035400         CLOSE CUSTOMER-MASTER
035500         CLOSE CUSTOMER-XREF-FILE
035600         CLOSE AUDIT-LOG-FILE
035700         GO TO 1000-EXIT
035800     END-IF
035900     OPEN OUTPUT CRM-MERGE-FILE
036000     IF NOT TMG-CRMFILE-OK
036100         DISPLAY 'TMERGE - CRM MERGE EXTRACT OPEN FAILED, STATUS '
036200                 TMG-CRMFILE-STATUS
036300         MOVE 16 TO TMG-RETURN-CODE
036400         CLOSE DECISION-FILE
036500         CLOSE CUSTOMER-MASTER
036600         CLOSE CUSTOMER-XREF-FILE
036700         CLOSE AUDIT-LOG-FILE
036800         CLOSE MERGE-REPORT-FILE
036900         GO TO 1000-EXIT
037000     END-IF
037100     MOVE TMG-AUD-DATE TO TMG-TTL-RUN-DATE
037200     MOVE TMG-TITLE-LINE TO MERGE-REPORT-LINE
037300     WRITE MERGE-REPORT-LINE
037400     MOVE SPACES TO MERGE-REPORT-LINE
037500     WRITE MERGE-REPORT-LINE
037600     READ DECISION-FILE
037700         AT END SET TMG-DEC-END-OF-FILE TO TRUE
037800     END-READ.
037900 1000-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200* 2000-APPLY-ONE-DECISION - VALIDATE THE WHOLE PAIR BEFORE
038300* TOUCHING ANYTHING.  A SURVIVOR THAT WAS ITSELF RETIRED EARLIER
038400* WOULD LEAVE THE NEW ENTRY POINTING AT AN ID NO LONGER ON THE
038500* MASTER, SO DATA QUALITY MUST NAME ITS SURVIVOR INSTEAD.
038600*----------------------------------------------------------------
038700 2000-APPLY-ONE-DECISION.
038800     IF DEC-SURVIVOR-ID = SPACES
038900         OR DEC-RETIRED-ID = SPACES
039000         MOVE 'BLANK CUSTOMER-ID' TO TMG-REJ-REASON
039100         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
039200         GO TO 2000-READ-NEXT
039300     END-IF
039400     IF DEC-SURVIVOR-ID = DEC-RETIRED-ID
039500         MOVE 'SURVIVOR AND RETIRED ID SAME' TO TMG-REJ-REASON
039600         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
039700         GO TO 2000-READ-NEXT
039800     END-IF
039900     IF DEC-SURVIVOR-ID = TMG-CONTROL-KEY
040000         OR DEC-RETIRED-ID = TMG-CONTROL-KEY
040100         MOVE 'CONTROL RECORD, NOT A CUSTOMER' TO TMG-REJ-REASON
040200         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
040300         GO TO 2000-READ-NEXT
040400     END-IF
040500     MOVE DEC-SURVIVOR-ID TO XRF-RETIRED-ID
040600     READ CUSTOMER-XREF-FILE
040700         INVALID KEY CONTINUE
040800     END-READ
040900     IF TMG-XRFFILE-OK
041000         MOVE 'SURVIVOR ID ALREADY RETIRED' TO TMG-REJ-REASON
041100         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
041200         GO TO 2000-READ-NEXT
041300     END-IF
041400     MOVE DEC-RETIRED-ID TO XRF-RETIRED-ID
041500     READ CUSTOMER-XREF-FILE
041600         INVALID KEY CONTINUE
041700     END-READ
041800     IF TMG-XRFFILE-OK
041900         MOVE 'ID ALREADY RETIRED' TO TMG-REJ-REASON
042000         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
042100         GO TO 2000-READ-NEXT
042200     END-IF
042300     MOVE DEC-RETIRED-ID TO MAST-KEY
042400     READ CUSTOMER-MASTER
042500         INVALID KEY CONTINUE
042600     END-READ
042700     IF NOT TMG-MASTFILE-OK
042800         MOVE 'RETIRED ID NOT ON MASTER' TO TMG-REJ-REASON
042900         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
043000         GO TO 2000-READ-NEXT
043100     END-IF
043200     MOVE MAST-BRANCH-COUNTRY  TO TMG-RET-COUNTRY
043300     MOVE MAST-BRANCH-CITY     TO TMG-RET-CITY
043400     MOVE MAST-FIRST-SEEN-DATE TO TMG-RET-FIRST-SEEN
043500     MOVE MAST-LAST-SEEN-DATE  TO TMG-RET-LAST-SEEN
043600     MOVE DEC-SURVIVOR-ID TO MAST-KEY
043700     READ CUSTOMER-MASTER
043800         INVALID KEY CONTINUE
043900     END-READ
044000     IF NOT TMG-MASTFILE-OK
044100         MOVE 'SURVIVOR ID NOT ON MASTER' TO TMG-REJ-REASON
044200         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
044300         GO TO 2000-READ-NEXT
044400     END-IF
044500     PERFORM 2100-MERGE-PAIR THRU 2100-EXIT.
044600 2000-READ-NEXT.
044700     READ DECISION-FILE
044800         AT END SET TMG-DEC-END-OF-FILE TO TRUE
044900     END-READ.
045000 2000-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300* 2100-MERGE-PAIR - THE SURVIVOR IS IN THE RECORD AREA.  THE
045400* CROSS-REFERENCE ENTRY GOES FIRST: IF IT CANNOT BE WRITTEN THE
045500* MASTER IS LEFT ALONE AND THE PAIR CAN SIMPLY BE RESUBMITTED.
045510* IF THE SURVIVOR THEN CANNOT BE REWRITTEN, THE ENTRY IS DELETED
045520* AGAIN AND THE PAIR IS REJECTED THE SAME WAY, WITH THE RETIRED
045530* ID STILL ON THE MASTER.  A BLANK SEEN-DATE ON EITHER SIDE
045540* NEVER WINS.
045700*----------------------------------------------------------------
045800 2100-MERGE-PAIR.
045900     MOVE MAST-FIRST-SEEN-DATE TO TMG-SRV-FIRST-SEEN
046000     MOVE MAST-LAST-SEEN-DATE  TO TMG-SRV-LAST-SEEN
046100     MOVE SPACES TO CUSTOMER-XREF-RECORD
046200     MOVE DEC-RETIRED-ID       TO XRF-RETIRED-ID
046300     MOVE DEC-SURVIVOR-ID      TO XRF-SURVIVOR-ID
046400     MOVE TMG-AUD-DATE         TO XRF-MERGE-DATE
046500     MOVE DEC-ADJUDICATOR      TO XRF-ADJUDICATOR
046600     MOVE TMG-RET-BRANCH       TO XRF-RETIRED-BRANCH
046700     MOVE TMG-RET-FIRST-SEEN   TO XRF-RETIRED-FIRST-SEEN
046800     MOVE TMG-RET-LAST-SEEN    TO XRF-RETIRED-LAST-SEEN
046900     WRITE CUSTOMER-XREF-RECORD
047000     IF NOT TMG-XRFFILE-OK
047100         DISPLAY 'TMERGE - CROSS-REFERENCE WRITE FAILED, STATUS '
047200                 TMG-XRFFILE-STATUS ' KEY ' DEC-RETIRED-ID
047300         MOVE 'CROSS-REFERENCE WRITE FAILED' TO TMG-REJ-REASON
047400         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
047500         MOVE 8 TO TMG-RETURN-CODE
047600         GO TO 2100-EXIT
047700     END-IF
047800     IF TMG-RET-FIRST-SEEN NOT = SPACES
047900         AND (MAST-FIRST-SEEN-DATE = SPACES
048000              OR TMG-RET-FIRST-SEEN < MAST-FIRST-SEEN-DATE)
048100         MOVE TMG-RET-FIRST-SEEN TO MAST-FIRST-SEEN-DATE
048200     END-IF
048300     IF TMG-RET-LAST-SEEN NOT = SPACES
048400         AND (MAST-LAST-SEEN-DATE = SPACES
048500              OR TMG-RET-LAST-SEEN > MAST-LAST-SEEN-DATE)
048600         MOVE TMG-RET-LAST-SEEN TO MAST-LAST-SEEN-DATE
048700     END-IF
048800     REWRITE CUSTOMER-MASTER-RECORD
048900     IF NOT TMG-MASTFILE-OK
049000         DISPLAY 'TMERGE - REWRITE FAILED, STATUS '
049100                 TMG-MASTFILE-STATUS ' KEY ' DEC-SURVIVOR-ID
049110         MOVE DEC-RETIRED-ID TO XRF-RETIRED-ID
049120         DELETE CUSTOMER-XREF-FILE RECORD
049130             INVALID KEY
049140                 DISPLAY 'TMERGE - CROSS-REFERENCE BACKOUT '
049150                         'FAILED, STATUS ' TMG-XRFFILE-STATUS
049160                         ' KEY ' DEC-RETIRED-ID
049170         END-DELETE
049180         MOVE 'MASTER REWRITE FAILED' TO TMG-REJ-REASON
049190         PERFORM 2200-REJECT-DECISION THRU 2200-EXIT
049200         MOVE 8 TO TMG-RETURN-CODE
049210         GO TO 2100-EXIT
049300     END-IF
049400     MOVE DEC-RETIRED-ID TO MAST-KEY
049500     DELETE CUSTOMER-MASTER RECORD
049600         INVALID KEY
049700             DISPLAY 'TMERGE - DELETE FAILED, STATUS '
049800                     TMG-MASTFILE-STATUS ' KEY ' DEC-RETIRED-ID
049900             MOVE 8 TO TMG-RETURN-CODE
050000     END-DELETE
050100     PERFORM 2300-REPOINT-EARLIER-MERGES THRU 2300-EXIT
050200     PERFORM 7000-WRITE-CRM-MERGE THRU 7000-EXIT
050300     PERFORM 7100-AUDIT-MERGE THRU 7100-EXIT
050400     ADD 1 TO TMG-MERGED-COUNT
050500     MOVE DEC-RETIRED-ID      TO TMG-MRG-RETIRED-ID
050600     MOVE DEC-SURVIVOR-ID     TO TMG-MRG-SURVIVOR-ID
050700     MOVE MAST-FIRST-SEEN-DATE TO TMG-MRG-FIRST-SEEN
050800     MOVE MAST-LAST-SEEN-DATE TO TMG-MRG-LAST-SEEN
050900     MOVE DEC-ADJUDICATOR     TO TMG-MRG-ADJUDICATOR
051000     MOVE TMG-MERGED-DETAIL   TO MERGE-REPORT-LINE
051100     WRITE MERGE-REPORT-LINE.
051200 2100-EXIT.
051300     EXIT.
051400*----------------------------------------------------------------
051500* 2200-REJECT-DECISION - THE CALLER HAS SET THE REASON; NOTHING
051600* ON THE MASTER IS TOUCHED FOR A REJECTED DECISION.
051700*----------------------------------------------------------------
051800 2200-REJECT-DECISION.
051900     ADD 1 TO TMG-REJECT-COUNT
052000     MOVE DEC-SURVIVOR-ID   TO TMG-REJ-SURVIVOR-ID
052100     MOVE DEC-RETIRED-ID    TO TMG-REJ-RETIRED-ID
052200     MOVE TMG-REJECT-DETAIL TO MERGE-REPORT-LINE
052300     WRITE MERGE-REPORT-LINE.
052400 2200-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700* 2300-REPOINT-EARLIER-MERGES - AN ID RETIRED EARLIER INTO THE ID
052800* BEING RETIRED NOW IS MOVED ON TO THE NEW SURVIVOR, SO TREAD
052900* NEVER HAS TO FOLLOW A CHAIN: EVERY ENTRY NAMES A LIVE ID.  THE
053000* CROSS-REFERENCE IS SMALL, SO IT IS SIMPLY WALKED END TO END.
053100*----------------------------------------------------------------
053200 2300-REPOINT-EARLIER-MERGES.
053300     MOVE 'N' TO TMG-XRF-EOF-SWITCH
053400     MOVE LOW-VALUES TO XRF-RETIRED-ID
053500     START CUSTOMER-XREF-FILE KEY IS >= XRF-RETIRED-ID
053600         INVALID KEY SET TMG-XRF-END-OF-FILE TO TRUE
053700     END-START
053800     PERFORM 2310-CHECK-ONE-XREF THRU 2310-EXIT
053900         UNTIL TMG-XRF-END-OF-FILE.
054000 2300-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------
054300* 2310-CHECK-ONE-XREF
054400*----------------------------------------------------------------
054500 2310-CHECK-ONE-XREF.
054600     READ CUSTOMER-XREF-FILE NEXT RECORD
054700         AT END SET TMG-XRF-END-OF-FILE TO TRUE
054800     END-READ
054900     IF TMG-XRF-END-OF-FILE
055000         GO TO 2310-EXIT
055100     END-IF
055200     IF XRF-SURVIVOR-ID NOT = DEC-RETIRED-ID
055300         GO TO 2310-EXIT
055400     END-IF
055500     MOVE DEC-SURVIVOR-ID TO XRF-SURVIVOR-ID
055600     REWRITE CUSTOMER-XREF-RECORD
055700     IF NOT TMG-XRFFILE-OK
055800         DISPLAY 'TMERGE - CROSS-REFERENCE REWRITE FAILED, '
055900                 'STATUS '
056000                 TMG-XRFFILE-STATUS ' KEY ' XRF-RETIRED-ID
056100         MOVE 8 TO TMG-RETURN-CODE
056200         GO TO 2310-EXIT
056300     END-IF
056400     ADD 1 TO TMG-REPOINT-COUNT
056500     MOVE XRF-RETIRED-ID      TO TMG-RPT-RETIRED-ID
056600     MOVE DEC-RETIRED-ID      TO TMG-RPT-OLD-SURVIVOR
056700     MOVE DEC-SURVIVOR-ID     TO TMG-RPT-NEW-SURVIVOR
056800     MOVE TMG-REPOINT-DETAIL  TO MERGE-REPORT-LINE
056900     WRITE MERGE-REPORT-LINE.
057000 2310-EXIT.
057100     EXIT.
057200*----------------------------------------------------------------
057300* 7000-WRITE-CRM-MERGE
057400*----------------------------------------------------------------
057500 7000-WRITE-CRM-MERGE.
057600     MOVE SPACES TO CRM-MERGE-RECORD
057700     MOVE 'M'             TO CRM-ACTION-CODE
057800     MOVE DEC-SURVIVOR-ID TO CRM-SURVIVOR-ID
057900     MOVE DEC-RETIRED-ID  TO CRM-RETIRED-ID
058000     WRITE CRM-MERGE-RECORD
058100     ADD 1 TO TMG-CRM-WRITE-COUNT.
058200 7000-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------
058500* 7100-AUDIT-MERGE - ONE LINE UNDER THE RETIRED ID (ITS OWNING
058600* BRANCH AND WHERE IT WENT), ONE UNDER THE SURVIVOR, AND ONE MORE
058700* FOR EACH SURVIVOR SEEN-DATE THE MERGE MOVED.
058800*----------------------------------------------------------------
058900 7100-AUDIT-MERGE.
059000     MOVE DEC-RETIRED-ID TO TMG-AUD-KEY
059100     MOVE SPACES TO TMG-AUD-OLD-VALUE
059200     STRING TMG-RET-COUNTRY         DELIMITED BY SIZE
059300            '-'                     DELIMITED BY SIZE
059400            TMG-RET-CITY            DELIMITED BY SIZE
059500       INTO TMG-AUD-OLD-VALUE
059600     END-STRING
059700     MOVE SPACES TO TMG-AUD-NEW-VALUE
059800     STRING 'INTO '                 DELIMITED BY SIZE
059900            DEC-SURVIVOR-ID         DELIMITED BY SIZE
060000       INTO TMG-AUD-NEW-VALUE
060100     END-STRING
060200     PERFORM 7110-WRITE-AUDIT-LINE THRU 7110-EXIT
060300     MOVE DEC-SURVIVOR-ID TO TMG-AUD-KEY
060400     MOVE SPACES TO TMG-AUD-OLD-VALUE
060500     STRING 'FROM '                 DELIMITED BY SIZE
060600            DEC-RETIRED-ID          DELIMITED BY SIZE
060700       INTO TMG-AUD-OLD-VALUE
060800     END-STRING
060900     MOVE 'SURVIVOR' TO TMG-AUD-NEW-VALUE
061000     PERFORM 7110-WRITE-AUDIT-LINE THRU 7110-EXIT
061100     IF MAST-FIRST-SEEN-DATE NOT = TMG-SRV-FIRST-SEEN
061200         MOVE SPACES TO TMG-AUD-OLD-VALUE
061300         STRING 'FIRST '            DELIMITED BY SIZE
061400                TMG-SRV-FIRST-SEEN  DELIMITED BY SIZE
061500           INTO TMG-AUD-OLD-VALUE
061600         END-STRING
061700         MOVE SPACES TO TMG-AUD-NEW-VALUE
061800         STRING 'FIRST '            DELIMITED BY SIZE
061900                MAST-FIRST-SEEN-DATE DELIMITED BY SIZE
062000           INTO TMG-AUD-NEW-VALUE
062100         END-STRING
062200         PERFORM 7110-WRITE-AUDIT-LINE THRU 7110-EXIT
062300     END-IF
062400     IF MAST-LAST-SEEN-DATE NOT = TMG-SRV-LAST-SEEN
062500         MOVE SPACES TO TMG-AUD-OLD-VALUE
062600         STRING 'LAST '             DELIMITED BY SIZE
062700                TMG-SRV-LAST-SEEN   DELIMITED BY SIZE
062800           INTO TMG-AUD-OLD-VALUE
062900         END-STRING
063000         MOVE SPACES TO TMG-AUD-NEW-VALUE
063100         STRING 'LAST '             DELIMITED BY SIZE
063200                MAST-LAST-SEEN-DATE DELIMITED BY SIZE
063300           INTO TMG-AUD-NEW-VALUE
063400         END-STRING
063500         PERFORM 7110-WRITE-AUDIT-LINE THRU 7110-EXIT
063600     END-IF.
063700 7100-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000* 7110-WRITE-AUDIT-LINE - SAME AUDIT LOG EVERY MASTER CHANGE
064100* GOES TO, STAMPED WITH THE WALL CLOCK AND THE ADJUDICATOR.
064200*----------------------------------------------------------------
064300 7110-WRITE-AUDIT-LINE.
064400     ACCEPT TMG-AUD-WALLCLOCK FROM TIME
064500     MOVE TMG-AUD-DATE            TO TMG-AUD-RUN-DATE
064600     MOVE TMG-AUD-WALLCLOCK (1:6) TO TMG-AUD-RUN-TIME
064700     MOVE DEC-ADJUDICATOR         TO TMG-AUD-OPERATOR
064800     MOVE 'MRG'                   TO TMG-AUD-FUNCTION
064900     MOVE TMG-AUDIT-DETAIL        TO AUDIT-LOG-LINE
065000     WRITE AUDIT-LOG-LINE.
065100 7110-EXIT.
065200     EXIT.
065300*----------------------------------------------------------------
065400* 8000-WRITE-SUMMARY - THE CRM EXTRACT GETS ITS TRAILER EVEN WHEN
065500* NOTHING WAS MERGED, SO THE CRM LOADER SEES A COMPLETE FILE.
065600*----------------------------------------------------------------
065700 8000-WRITE-SUMMARY.
065800     MOVE SPACES TO CRM-TRAILER-RECORD
065900     MOVE 'T'                 TO CRM-TRL-RECORD-TYPE
066000     MOVE TMG-CRM-WRITE-COUNT TO CRM-TRL-RECORD-COUNT
066100     WRITE CRM-TRAILER-RECORD
066200     MOVE TMG-MERGED-COUNT   TO TMG-SUM-MERGED
066300     MOVE TMG-REJECT-COUNT   TO TMG-SUM-REJECTED
066400     MOVE TMG-REPOINT-COUNT  TO TMG-SUM-REPOINTED
066500     MOVE SPACES TO MERGE-REPORT-LINE
066600     WRITE MERGE-REPORT-LINE
066700     MOVE TMG-SUMMARY-LINE TO MERGE-REPORT-LINE
066800     WRITE MERGE-REPORT-LINE
066900     IF TMG-REJECT-COUNT > ZERO
067000         AND TMG-RETURN-CODE < 4
067100         MOVE 4 TO TMG-RETURN-CODE
067200     END-IF.
067300 8000-EXIT.
067400     EXIT.
067500*----------------------------------------------------------------
067600* 9000-TERMINATE
067700*----------------------------------------------------------------
067800 9000-TERMINATE.
067900     IF TMG-RETURN-CODE < 16
068000         CLOSE DECISION-FILE
068100         CLOSE CUSTOMER-MASTER
068200         CLOSE CUSTOMER-XREF-FILE
068300         CLOSE AUDIT-LOG-FILE
068400         CLOSE MERGE-REPORT-FILE
068500         CLOSE CRM-MERGE-FILE
068600     END-IF
068700     MOVE TMG-RETURN-CODE TO RETURN-CODE.
068800 9000-EXIT.
068900     EXIT.
