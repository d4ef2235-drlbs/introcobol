001791*                  POSITION 15 = 'S' RECONCILES THE RESEND'S
001792*                  OWN -R.ACK FILE THE SAME WAY AS A NIGHTLY
001793*                  EXTRACT'S.
001794* 2026-10-15  DPG  APPEND A RECORD TO TREAD'S TIMING HISTORY
001795*                  (TIMEHIST.DAT) WHEN THE STEP FINISHES, SO THE
001796*                  TSLARPT BATCH WINDOW REPORT KNOWS WHEN THE
001797*                  NIGHT'S LAST STEPS ENDED.
001800*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
004430         ACCESS MODE IS DYNAMIC
004440         RECORD KEY IS MAST-KEY
004450         FILE STATUS IS TCA-MASTFILE-STATUS.
004460     SELECT TIMING-HISTORY-FILE ASSIGN TO "TIMEHIST.DAT"
004470         ORGANIZATION IS LINE SEQUENTIAL
004480         FILE STATUS IS TCA-TIMFILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
009987     05  MAST-LAST-SENT-DATE   PIC X(08).
009988     05  MAST-ACK-STATUS       PIC X(01).
009989     05  MAST-ACK-REASON       PIC X(04).
009991*
009993* THE RECORD LAYOUT MUST STAY IN STEP WITH FD TIMING-HISTORY-FILE
009995* IN TREAD, WHICH OWNS THE FILE.  THIS PROGRAM ONLY APPENDS ITS
009997* OWN STEP'S RECORD.
009999*
010001 FD  TIMING-HISTORY-FILE
010003     RECORD CONTAINS 90 CHARACTERS.
010005 01  TIMING-HISTORY-RECORD.
010007     05  TIM-RUN-DATE          PIC X(08).
010009     05  TIM-STEP-TYPE         PIC X(05).
010011     05  TIM-BRANCH-CODE       PIC X(06).
010013     05  TIM-START-DATE        PIC X(08).
010015     05  TIM-START-TIME        PIC X(06).
010017     05  TIM-END-DATE          PIC X(08).
010019     05  TIM-END-TIME          PIC X(06).
010021     05  TIM-PICKUP-DATE       PIC X(08).
010023     05  TIM-PICKUP-TIME       PIC X(06).
010025     05  TIM-EXTRACT-TIME      PIC X(06).
010027     05  TIM-CUTOFF-TIME       PIC X(06).
010029     05  TIM-LATE-FLAG         PIC X(01).
010031     05  TIM-RESULT            PIC X(07).
010033     05  TIM-RETURN-CODE       PIC 9(02).
010035     05  FILLER                PIC X(07).
010037*
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------------
010300* SWITCHES
012840 77  TCA-MAST-EOF-SWITCH       PIC X(01)     VALUE 'N'.
012850     88  TCA-MAST-END-OF-FILE                VALUE 'Y'.
012860     88  TCA-MAST-NOT-END-OF-FILE            VALUE 'N'.
012870 77  TCA-TIMFILE-STATUS        PIC X(02)     VALUE SPACES.
012880     88  TCA-TIMFILE-OK                      VALUE '00'.
012890     88  TCA-TIMFILE-NOT-FOUND               VALUE '35'.
012900*
013000*----------------------------------------------------------------
013100* RUN CONTROL FIELDS
013893 77  TCA-OUT-CUSTOMER-ID       PIC X(10)     VALUE SPACES.
013894 77  TCA-OUT-STATUS            PIC X(01)     VALUE SPACE.
013895 77  TCA-OUT-REASON            PIC X(04)     VALUE SPACES.
013905*
013915* STEP START, TAKEN BEFORE ANYTHING ELSE, FOR THE TIMING RECORD.
013925 77  TCA-START-DATE            PIC X(08)     VALUE SPACES.
013935 77  TCA-START-TIME            PIC X(06)     VALUE SPACES.
013945 77  TCA-WALLCLOCK             PIC 9(08)     VALUE ZERO.
013955*
014000 77  TCA-SENT-COUNT            PIC 9(07) COMP VALUE ZERO.
014100 77  TCA-TRAILER-COUNT         PIC 9(07) COMP VALUE ZERO.
014200 77  TCA-TRAILER-SEEN-SWITCH   PIC X(01)     VALUE 'N'.
022500* BRANCH-QUALIFIED FILE NAMES AND THE REPORT OPEN.
022600*----------------------------------------------------------------
022700 1000-INITIALIZE.
022710     ACCEPT TCA-START-DATE FROM DATE YYYYMMDD
022720     ACCEPT TCA-WALLCLOCK FROM TIME
022730     MOVE TCA-WALLCLOCK (1:6) TO TCA-START-TIME
022800     IF TCA-PARM-LENGTH > 8
022900         MOVE TCA-PARM-DATA (1:8) TO TCA-RUN-DATE
023000         MOVE TCA-PARM-DATA (9:6) TO TCA-BRANCH-CODE
050678     REWRITE CUSTOMER-MASTER-RECORD.
050679 4010-EXIT.
050681     EXIT.
050691*----------------------------------------------------------------
050700* 3200-WRITE-SUMMARY
050800*----------------------------------------------------------------
050900 3200-WRITE-SUMMARY.
053300 9000-TERMINATE.
053350     CLOSE CUSTOMER-MASTER
053400     CLOSE ACK-REPORT-FILE
053450     PERFORM 9100-WRITE-TIMING-RECORD THRU 9100-EXIT
053500     MOVE TCA-RETURN-CODE TO RETURN-CODE.
053600 9000-EXIT.
053700     EXIT.
053800*----------------------------------------------------------------
053900* 9100-WRITE-TIMING-RECORD - WHEN THE STEP FINISHED, FOR THE
054000* BATCH WINDOW REPORT.  THE STEP TYPE CARRIES THE RUN MODE
054100* ('ACK  ' NIGHTLY, 'ACKR ' RESEND BUILD, 'ACKS ' RESEND ACK).
054200* THE TIMING IS NOT PART OF THE RECONCILE, SO A RECORD THAT
054300* CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE AND THE RETURN
054400* CODE IS LEFT ALONE.
054500*----------------------------------------------------------------
054600 9100-WRITE-TIMING-RECORD.
054700     OPEN EXTEND TIMING-HISTORY-FILE
054800     IF TCA-TIMFILE-NOT-FOUND
054900         OPEN OUTPUT TIMING-HISTORY-FILE
055000     END-IF
055100     IF NOT TCA-TIMFILE-OK
055200         DISPLAY 'TCRMACK - TIMING HISTORY OPEN FAILED, STATUS '
055300                 TCA-TIMFILE-STATUS ' - TIMING NOT RECORDED'
055400         GO TO 9100-EXIT
055500     END-IF
055600     MOVE SPACES          TO TIMING-HISTORY-RECORD
055700     MOVE TCA-RUN-DATE    TO TIM-RUN-DATE
055800     MOVE 'ACK  '         TO TIM-STEP-TYPE
055900     IF TCA-MODE-RESEND-BUILD
056000         MOVE 'ACKR '     TO TIM-STEP-TYPE
056100     END-IF
056200     IF TCA-MODE-RESEND-VERIFY
056300         MOVE 'ACKS '     TO TIM-STEP-TYPE
056400     END-IF
056500     MOVE TCA-BRANCH-CODE TO TIM-BRANCH-CODE
056600     MOVE TCA-START-DATE  TO TIM-START-DATE
056700     MOVE TCA-START-TIME  TO TIM-START-TIME
056800     ACCEPT TIM-END-DATE FROM DATE YYYYMMDD
056900     ACCEPT TCA-WALLCLOCK FROM TIME
057000     MOVE TCA-WALLCLOCK (1:6) TO TIM-END-TIME
057100     IF TCA-RETURN-CODE < 16
057200         MOVE 'DONE   '   TO TIM-RESULT
057300     ELSE
057400         MOVE 'FAILED '   TO TIM-RESULT
057500     END-IF
057600     MOVE TCA-RETURN-CODE TO TIM-RETURN-CODE
057700     WRITE TIMING-HISTORY-RECORD
057800     CLOSE TIMING-HISTORY-FILE.
057900 9100-EXIT.
058000     EXIT.
