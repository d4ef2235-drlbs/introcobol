001900*                  TO REVIEW BY HAND - NO AUTOMATIC MERGING.
002000*                  PAIRS ALREADY ADJUDICATED AS DIFFERENT PEOPLE
002100*                  ARE LISTED ON DUPEXCL.DAT AND SUPPRESSED.
002110* 2026-10-05  DPG  EVERY CANDIDATE PAIR REPORTED ALSO OPENS A
002120*                  DUPLICATE-PAIR CASE ON THE KYC CASE FILE
002130*                  (KYCCASE.DAT) AGAINST THE FIRST CUSTOMER OF
002140*                  THE PAIR, UNLESS THE SAME PAIR IS ALREADY
002150*                  OPEN THERE FROM AN EARLIER WEEK.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003900         ASSIGN TO DYNAMIC TDS-REPORT-FILENAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS TDS-RPTFILE-STATUS.
004110     SELECT KYC-CASE-FILE ASSIGN TO "KYCCASE.DAT"
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS DYNAMIC
004140         RECORD KEY IS KYC-KEY
004150         FILE STATUS IS TDS-KYCFILE-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
009100 FD  DUP-REPORT-FILE
009200     RECORD CONTAINS 96 CHARACTERS.
009300 01  DUP-REPORT-LINE           PIC X(96).
009310*
009320* THE RECORD LAYOUT MUST STAY IN STEP WITH FD KYC-CASE-FILE IN
009330* TREAD, WHICH OWNS THE FILE.
009340*
009350 FD  KYC-CASE-FILE.
009351 01  KYC-CASE-RECORD.
009352     05  KYC-KEY.
009353         10  KYC-CUSTOMER-ID   PIC X(10).
009354         10  KYC-CASE-NUMBER   PIC 9(05).
009355     05  KYC-CASE-TYPE         PIC X(04).
009356     05  KYC-TRIGGER-DATE      PIC X(08).
009357     05  KYC-BRANCH-COUNTRY    PIC X(02).
009358     05  KYC-BRANCH-CITY       PIC X(04).
009359     05  KYC-SOURCE-PROGRAM    PIC X(08).
009360     05  KYC-CASE-STATUS       PIC X(01).
009361         88  KYC-CASE-OPEN                   VALUE 'O'.
009362         88  KYC-CASE-ESCALATED              VALUE 'E'.
009363         88  KYC-CASE-CLEARED                VALUE 'C'.
009364     05  KYC-OLD-VALUE         PIC X(65).
009365     05  KYC-NEW-VALUE         PIC X(65).
009366     05  KYC-ACTION-DATE       PIC X(08).
009367     05  KYC-ACTION-OPERATOR   PIC X(03).
009368     05  KYC-ACTION-NOTE       PIC X(30).
009400*
009500 WORKING-STORAGE SECTION.
009600*----------------------------------------------------------------
010400     88  TDS-EXCFILE-NOT-FOUND               VALUE '35'.
010500 77  TDS-RPTFILE-STATUS        PIC X(02)     VALUE SPACES.
010600     88  TDS-RPTFILE-OK                      VALUE '00'.
010610 77  TDS-KYCFILE-STATUS        PIC X(02)     VALUE SPACES.
010620     88  TDS-KYCFILE-OK                      VALUE '00'.
010630     88  TDS-KYCFILE-NOT-FOUND               VALUE '35'.
010700*
010800 77  TDS-MAST-EOF-SWITCH       PIC X(01)     VALUE 'N'.
010900     88  TDS-MAST-END-OF-FILE                VALUE 'Y'.
012000 77  TDS-EXCLUDED-SWITCH       PIC X(01)     VALUE 'N'.
012100     88  TDS-PAIR-EXCLUDED                   VALUE 'Y'.
012200     88  TDS-PAIR-NOT-EXCLUDED               VALUE 'N'.
012210 77  TDS-KYC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
012220     88  TDS-KYC-END-OF-FILE                 VALUE 'Y'.
012230     88  TDS-KYC-NOT-END-OF-FILE             VALUE 'N'.
012240 77  TDS-KYC-DUP-SWITCH        PIC X(01)     VALUE 'N'.
012250     88  TDS-KYC-ALREADY-OPEN                VALUE 'Y'.
012260     88  TDS-KYC-NOT-ALREADY-OPEN            VALUE 'N'.
012300*
012400*----------------------------------------------------------------
012500* RUN CONTROL FIELDS
013200 77  TDS-PAIR-COUNT            PIC 9(07) COMP VALUE ZERO.
013300 77  TDS-EXCLUDED-COUNT        PIC 9(07) COMP VALUE ZERO.
013400 77  TDS-SCANNED-COUNT         PIC 9(07) COMP VALUE ZERO.
013410 77  TDS-CASE-COUNT            PIC 9(07) COMP VALUE ZERO.
013420*
013430*----------------------------------------------------------------
013440* KYC CASE WORK FIELDS - EACH SIDE OF A PAIR IS RECORDED AS ITS
013450* CUSTOMER-ID, OWNING BRANCH AND LAST NAME.
013460*----------------------------------------------------------------
013470 77  TDS-KYC-LAST-NUMBER       PIC 9(05)     VALUE ZERO.
013480 77  TDS-KYC-OLD-VALUE         PIC X(65)     VALUE SPACES.
013490 77  TDS-KYC-NEW-VALUE         PIC X(65)     VALUE SPACES.
013500*
013600*----------------------------------------------------------------
013700* NAME NORMALIZATION WORK AREAS - UPPERCASE, SPACES SQUEEZED
020100     05  TDS-SUM-PAIRS         PIC ZZZZZZ9.
020200     05  FILLER                PIC X(10) VALUE ' EXCLUDED '.
020300     05  TDS-SUM-EXCLUDED      PIC ZZZZZZ9.
020310     05  FILLER                PIC X(14) VALUE
020320         ' CASES OPENED '.
020330     05  TDS-SUM-CASES         PIC ZZZZZZ9.
020400*
020500*----------------------------------------------------------------
020600 LINKAGE SECTION.
025700     MOVE TDS-RUN-DATE TO TDS-TTL-RUN-DATE
025800     MOVE TDS-TITLE-LINE TO DUP-REPORT-LINE
025900     WRITE DUP-REPORT-LINE
025910     OPEN I-O KYC-CASE-FILE
025920     IF TDS-KYCFILE-NOT-FOUND
025930         OPEN OUTPUT KYC-CASE-FILE
025940         CLOSE KYC-CASE-FILE
025950         OPEN I-O KYC-CASE-FILE
025960     END-IF
025970     IF NOT TDS-KYCFILE-OK
025980         DISPLAY 'TDUPSCAN - KYC CASE FILE OPEN FAILED, STATUS '
025990                 TDS-KYCFILE-STATUS
025991         MOVE 16 TO TDS-RETURN-CODE
025992         CLOSE CUSTOMER-MASTER
025993         CLOSE DUP-REPORT-FILE
025994         GO TO 1000-EXIT
025995     END-IF
026000     PERFORM 1100-LOAD-EXCLUSION-LIST THRU 1100-EXIT.
026100 1000-EXIT.
026200     EXIT.
047300     MOVE MSR-LAST-SEEN   TO TDS-PDL-LAST-SEEN
047400     MOVE MSR-LASTNAME    TO TDS-PDL-LASTNAME
047500     MOVE TDS-PAIR-DETAIL TO DUP-REPORT-LINE
047600     WRITE DUP-REPORT-LINE
047610     PERFORM 2200-OPEN-KYC-CASE THRU 2200-EXIT.
047700 2100-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
049900     END-SEARCH.
050000 2110-EXIT.
050100     EXIT.
050102*----------------------------------------------------------------
050104* 2200-OPEN-KYC-CASE - THE CASE GOES AGAINST THE FIRST CUSTOMER
050106* OF THE PAIR (THE LOWER ID WITHIN THE NAME GROUP), OWNED BY
050108* THAT CUSTOMER'S BRANCH, WITH THE FIRST CUSTOMER AS THE OLD
050110* VALUE AND THE SECOND AS THE NEW.  A PAIR STILL OPEN OR
050112* ESCALATED FROM AN EARLIER WEEK IS NOT OPENED AGAIN; ONCE DATA
050114* QUALITY PUTS IT ON DUPEXCL.DAT IT STOPS COMING HERE AT ALL.
050116*----------------------------------------------------------------
050118 2200-OPEN-KYC-CASE.
050120     MOVE SPACES TO TDS-KYC-OLD-VALUE
050122     STRING TDS-HLD-CUSTOMER-ID     DELIMITED BY SIZE
050124            ' '                     DELIMITED BY SIZE
050126            TDS-HLD-BRANCH-CODE     DELIMITED BY SIZE
050128            ' '                     DELIMITED BY SIZE
050130            TDS-HLD-LASTNAME        DELIMITED BY SIZE
050132       INTO TDS-KYC-OLD-VALUE
050134     END-STRING
050136     MOVE SPACES TO TDS-KYC-NEW-VALUE
050138     STRING MSR-CUSTOMER-ID         DELIMITED BY SIZE
050140            ' '                     DELIMITED BY SIZE
050142            MSR-BRANCH-CODE         DELIMITED BY SIZE
050144            ' '                     DELIMITED BY SIZE
050146            MSR-LASTNAME            DELIMITED BY SIZE
050148       INTO TDS-KYC-NEW-VALUE
050150     END-STRING
050152     MOVE ZERO TO TDS-KYC-LAST-NUMBER
050154     MOVE 'N' TO TDS-KYC-DUP-SWITCH
050156     MOVE 'N' TO TDS-KYC-EOF-SWITCH
050158     MOVE TDS-HLD-CUSTOMER-ID TO KYC-CUSTOMER-ID
050160     MOVE ZERO TO KYC-CASE-NUMBER
050162     START KYC-CASE-FILE KEY IS >= KYC-KEY
050164         INVALID KEY SET TDS-KYC-END-OF-FILE TO TRUE
050166     END-START
050168     PERFORM 2210-CHECK-ONE-KYC-CASE THRU 2210-EXIT
050170         UNTIL TDS-KYC-END-OF-FILE
050172     IF TDS-KYC-ALREADY-OPEN
050174         GO TO 2200-EXIT
050176     END-IF
050178     MOVE SPACES TO KYC-CASE-RECORD
050180     MOVE TDS-HLD-CUSTOMER-ID      TO KYC-CUSTOMER-ID
050182     COMPUTE KYC-CASE-NUMBER = TDS-KYC-LAST-NUMBER + 1
050184     MOVE 'DUPL'                   TO KYC-CASE-TYPE
050186     MOVE TDS-RUN-DATE             TO KYC-TRIGGER-DATE
050188     MOVE TDS-HLD-BRANCH-CODE (1:2) TO KYC-BRANCH-COUNTRY
050190     MOVE TDS-HLD-BRANCH-CODE (3:4) TO KYC-BRANCH-CITY
050192     MOVE 'TDUPSCAN'               TO KYC-SOURCE-PROGRAM
050194     SET KYC-CASE-OPEN             TO TRUE
050196     MOVE TDS-KYC-OLD-VALUE        TO KYC-OLD-VALUE
050198     MOVE TDS-KYC-NEW-VALUE        TO KYC-NEW-VALUE
050200     WRITE KYC-CASE-RECORD
050202     IF TDS-KYCFILE-OK
050204         ADD 1 TO TDS-CASE-COUNT
050206     ELSE
050208         DISPLAY 'TDUPSCAN - KYC CASE WRITE FAILED, STATUS '
050210                 TDS-KYCFILE-STATUS ' KEY ' KYC-KEY
050212     END-IF.
050214 2200-EXIT.
050216     EXIT.
050218*----------------------------------------------------------------
050220* 2210-CHECK-ONE-KYC-CASE
050222*----------------------------------------------------------------
050224 2210-CHECK-ONE-KYC-CASE.
050226     READ KYC-CASE-FILE NEXT RECORD
050228         AT END SET TDS-KYC-END-OF-FILE TO TRUE
050230     END-READ
050232     IF TDS-KYC-END-OF-FILE
050234         GO TO 2210-EXIT
050236     END-IF
050238     IF KYC-CUSTOMER-ID NOT = TDS-HLD-CUSTOMER-ID
050240         SET TDS-KYC-END-OF-FILE TO TRUE
050242         GO TO 2210-EXIT
050244     END-IF
050246     MOVE KYC-CASE-NUMBER TO TDS-KYC-LAST-NUMBER
050248     IF KYC-CASE-TYPE = 'DUPL'
050250         AND KYC-NEW-VALUE (1:10) = MSR-CUSTOMER-ID
050252         AND NOT KYC-CASE-CLEARED
050254         SET TDS-KYC-ALREADY-OPEN TO TRUE
050256     END-IF.
050258 2210-EXIT.
050260     EXIT.
050262*----------------------------------------------------------------
050264* 8000-WRITE-SUMMARY
050400*----------------------------------------------------------------
050500 8000-WRITE-SUMMARY.
050600     MOVE TDS-SCANNED-COUNT  TO TDS-SUM-SCANNED
050700     MOVE TDS-PAIR-COUNT     TO TDS-SUM-PAIRS
050800     MOVE TDS-EXCLUDED-COUNT TO TDS-SUM-EXCLUDED
050810     MOVE TDS-CASE-COUNT     TO TDS-SUM-CASES
050900     MOVE SPACES TO DUP-REPORT-LINE
051000     WRITE DUP-REPORT-LINE
051100     MOVE TDS-SUMMARY-LINE TO DUP-REPORT-LINE
052300     IF TDS-RETURN-CODE < 16
052400         CLOSE CUSTOMER-MASTER
052500         CLOSE DUP-REPORT-FILE
052510         CLOSE KYC-CASE-FILE
052600     END-IF
052700     MOVE TDS-RETURN-CODE TO RETURN-CODE.
052800 9000-EXIT.
