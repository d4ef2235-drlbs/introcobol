001900*                  MASTER OR A BRANCH NOT ON THE CONTROL FILE IS
002000*                  REJECTED AND REPORTED, SO A TYPO ON THE
002100*                  DECISION FILE CANNOT SILENTLY MOVE A CUSTOMER.
002110* 2026-10-06  DPG  EVERY OWNERSHIP MOVE ALSO WRITES A BEFORE/
002120*                  AFTER BRANCH RECORD, EFFECTIVE TODAY AND
002130*                  CARRYING THE ADJUDICATOR'S INITIALS, TO THE
002140*                  CUSTOMER HISTORY FILE (CUSTHIST.DAT).
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004300     SELECT ADJ-REPORT-FILE ASSIGN TO "ADJDECIS.RPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TAJ-RPTFILE-STATUS.
004510     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS HST-KEY
004550         FILE STATUS IS TAJ-HSTFILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
009800 FD  ADJ-REPORT-FILE
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  ADJ-REPORT-LINE           PIC X(80).
010010*
010020* THE RECORD LAYOUT MUST STAY IN STEP WITH FD
010030* CUSTOMER-HISTORY-FILE IN TREAD, WHICH OWNS THE FILE.
010040*
010050 FD  CUSTOMER-HISTORY-FILE.
010060 01  CUSTOMER-HISTORY-RECORD.
010070     05  HST-KEY.
010080         10  HST-CUSTOMER-ID   PIC X(10).
010090         10  HST-SEQUENCE      PIC 9(05).
010091     05  HST-EFFECTIVE-DATE    PIC X(08).
010092     05  HST-FIELD-CODE        PIC X(04).
010093     05  HST-SOURCE-PROGRAM    PIC X(08).
010094     05  HST-OPERATOR          PIC X(03).
010095     05  HST-OLD-VALUE         PIC X(65).
010096     05  HST-NEW-VALUE         PIC X(65).
010100*
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
011900*
012000 77  TAJ-RPTFILE-STATUS        PIC X(02)     VALUE SPACES.
012100     88  TAJ-RPTFILE-OK                      VALUE '00'.
012110*
012120 77  TAJ-HSTFILE-STATUS        PIC X(02)     VALUE SPACES.
012130     88  TAJ-HSTFILE-OK                      VALUE '00'.
012140     88  TAJ-HSTFILE-NOT-FOUND               VALUE '35'.
012200*
012300 77  TAJ-DEC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
012400     88  TAJ-DEC-END-OF-FILE                 VALUE 'Y'.
013100 77  TAJ-BRANCH-KNOWN-SWITCH   PIC X(01)     VALUE 'N'.
013200     88  TAJ-BRANCH-KNOWN                    VALUE 'Y'.
013300     88  TAJ-BRANCH-UNKNOWN                  VALUE 'N'.
013310*
013320 77  TAJ-HST-EOF-SWITCH        PIC X(01)     VALUE 'N'.
013330     88  TAJ-HST-END-OF-FILE                 VALUE 'Y'.
013340     88  TAJ-HST-NOT-END-OF-FILE             VALUE 'N'.
013400*
013500*----------------------------------------------------------------
013600* RUN CONTROL FIELDS - THE CONTROL RECORD TREAD KEEPS UNDER KEY
014500 77  TAJ-AUD-DATE              PIC 9(08)     VALUE ZERO.
014600 77  TAJ-AUD-WALLCLOCK         PIC 9(08)     VALUE ZERO.
014700 77  TAJ-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
014710 77  TAJ-HST-LAST-NUMBER       PIC 9(05)     VALUE ZERO.
014720 77  TAJ-HST-OLD-BRANCH        PIC X(06)     VALUE SPACES.
014800*
014900*----------------------------------------------------------------
015000* KNOWN BRANCH CODES, LOADED FROM THE SAME BRANCHES.DAT CONTROL
028000         CLOSE AUDIT-LOG-FILE
028100         GO TO 1000-EXIT
028200     END-IF
028210     OPEN I-O CUSTOMER-HISTORY-FILE
028220     IF TAJ-HSTFILE-NOT-FOUND
028230         OPEN OUTPUT CUSTOMER-HISTORY-FILE
028240         CLOSE CUSTOMER-HISTORY-FILE
028250         OPEN I-O CUSTOMER-HISTORY-FILE
028260     END-IF
028270     IF NOT TAJ-HSTFILE-OK
028280         DISPLAY 'TADJUD - CUSTOMER HISTORY OPEN FAILED, STATUS '
028290                 TAJ-HSTFILE-STATUS
028291         MOVE 16 TO TAJ-RETURN-CODE
028292         CLOSE DECISION-FILE
028293         CLOSE CUSTOMER-MASTER
028294         CLOSE AUDIT-LOG-FILE
028295         CLOSE ADJ-REPORT-FILE
028296         GO TO 1000-EXIT
028297     END-IF
028300     PERFORM 1100-LOAD-BRANCH-TABLE THRU 1100-EXIT
028400     IF TAJ-RETURN-CODE = 16
028500         GO TO 1000-EXIT
040600     END-STRING
040700     MOVE MAST-BRANCH-COUNTRY TO TAJ-APP-OLD-CTRY
040800     MOVE MAST-BRANCH-CITY    TO TAJ-APP-OLD-CITY
040810     MOVE MAST-BRANCH-COUNTRY TO TAJ-HST-OLD-BRANCH (1:2)
040820     MOVE MAST-BRANCH-CITY    TO TAJ-HST-OLD-BRANCH (3:4)
040900     MOVE DEC-BRANCH-COUNTRY  TO MAST-BRANCH-COUNTRY
041000     MOVE DEC-BRANCH-CITY     TO MAST-BRANCH-CITY
041100     REWRITE CUSTOMER-MASTER-RECORD
042200       INTO TAJ-AUD-NEW-VALUE
042300     END-STRING
042400     PERFORM 7100-WRITE-AUDIT-LINE THRU 7100-EXIT
042410     PERFORM 7200-WRITE-HISTORY-RECORD THRU 7200-EXIT
042500     ADD 1 TO TAJ-APPLIED-COUNT
042600     MOVE DEC-CUSTOMER-ID     TO TAJ-APP-CUSTOMER-ID
042700     MOVE DEC-BRANCH-COUNTRY  TO TAJ-APP-NEW-CTRY
045800     WRITE AUDIT-LOG-LINE.
045900 7100-EXIT.
046000     EXIT.
046002*----------------------------------------------------------------
046004* 7200-WRITE-HISTORY-RECORD - ONE BRANCH BEFORE/AFTER RECORD ON
046006* THE CUSTOMER HISTORY FILE, EFFECTIVE TODAY, UNDER THE NEXT
046008* SEQUENCE NUMBER FOR THE CUSTOMER.
046010*----------------------------------------------------------------
046012 7200-WRITE-HISTORY-RECORD.
046014     MOVE ZERO TO TAJ-HST-LAST-NUMBER
046016     MOVE 'N' TO TAJ-HST-EOF-SWITCH
046018     MOVE DEC-CUSTOMER-ID TO HST-CUSTOMER-ID
046020     MOVE ZERO TO HST-SEQUENCE
046022     START CUSTOMER-HISTORY-FILE KEY IS >= HST-KEY
046024         INVALID KEY SET TAJ-HST-END-OF-FILE TO TRUE
046026     END-START
046028     PERFORM 7210-CHECK-ONE-HISTORY THRU 7210-EXIT
046030         UNTIL TAJ-HST-END-OF-FILE
046032     MOVE SPACES TO CUSTOMER-HISTORY-RECORD
046034     MOVE DEC-CUSTOMER-ID      TO HST-CUSTOMER-ID
046036     COMPUTE HST-SEQUENCE = TAJ-HST-LAST-NUMBER + 1
046038     MOVE TAJ-AUD-DATE         TO HST-EFFECTIVE-DATE
046040     MOVE 'BRCH'               TO HST-FIELD-CODE
046042     MOVE 'TADJUD'             TO HST-SOURCE-PROGRAM
046044     MOVE DEC-ADJUDICATOR      TO HST-OPERATOR
046046     MOVE TAJ-HST-OLD-BRANCH   TO HST-OLD-VALUE
046048     MOVE DEC-BRANCH-CODE      TO HST-NEW-VALUE
046050     WRITE CUSTOMER-HISTORY-RECORD
046052     IF NOT TAJ-HSTFILE-OK
046054         DISPLAY 'TADJUD - CUSTOMER HISTORY WRITE FAILED, STATUS '
046056                 TAJ-HSTFILE-STATUS ' KEY ' HST-KEY
046058         MOVE 8 TO TAJ-RETURN-CODE
046060     END-IF.
046062 7200-EXIT.
046064     EXIT.
046066*----------------------------------------------------------------
046068* 7210-CHECK-ONE-HISTORY
046070*----------------------------------------------------------------
046072 7210-CHECK-ONE-HISTORY.
046074     READ CUSTOMER-HISTORY-FILE NEXT RECORD
046076         AT END SET TAJ-HST-END-OF-FILE TO TRUE
046078     END-READ
046080     IF TAJ-HST-END-OF-FILE
046082         GO TO 7210-EXIT
046084     END-IF
046086     IF HST-CUSTOMER-ID NOT = DEC-CUSTOMER-ID
046088         SET TAJ-HST-END-OF-FILE TO TRUE
046090         GO TO 7210-EXIT
046092     END-IF
046094     MOVE HST-SEQUENCE TO TAJ-HST-LAST-NUMBER.
046096 7210-EXIT.
046098     EXIT.
046100*----------------------------------------------------------------
046200* 8000-WRITE-SUMMARY
046300*----------------------------------------------------------------
048400         CLOSE CUSTOMER-MASTER
048500         CLOSE AUDIT-LOG-FILE
048600         CLOSE ADJ-REPORT-FILE
048610         CLOSE CUSTOMER-HISTORY-FILE
048700     END-IF
048800     MOVE TAJ-RETURN-CODE TO RETURN-CODE.
048900 9000-EXIT.
