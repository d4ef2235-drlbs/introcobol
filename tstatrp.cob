001900*                  CORRECTION APPENDS A SECOND RECORD FOR THE
002000*                  SAME NIGHT; THE LAST RECORD PER BRANCH AND
002100*                  DATE IS THE ONE REPORTED.
002110* 2026-10-07  DPG  STATHIST.DAT RECORD WIDENED TO 52 BYTES FOR
002120*                  THE BRANCH'S NIGHTLY ADDRESS WARNING COUNT.
002130*                  EACH NIGHT SHOWS ITS COUNT AND EACH BRANCH
002140*                  SECTION CLOSES WITH THE WEEK'S TOTAL, SO A
002150*                  BRANCH WHOSE DATA ENTRY KEEPS PRODUCING BAD
002160*                  POSTAL CODES OR PHONE NUMBERS STANDS OUT.  A
002170*                  RECORD WRITTEN BEFORE THE WIDENING CARRIES NO
002180*                  COUNT AND IS TAKEN AS ZERO.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004500* IN TREAD, WHICH OWNS THE FILE.
004600*
004700 FD  STATS-HISTORY-FILE
004800     RECORD CONTAINS 52 CHARACTERS.
004900 01  STATS-HISTORY-RECORD.
005000     05  SHX-RUN-DATE          PIC X(08).
005100     05  SHX-BRANCH-CODE       PIC X(06).
005500     05  SHX-NEWCUST-COUNT     PIC 9(07).
005600     05  SHX-RETURN-CODE       PIC 9(02).
005700     05  SHX-RERUN-FLAG        PIC X(01).
005710     05  SHX-ADRWARN-COUNT     PIC 9(07).
005800*
005900 FD  BRANCH-CONTROL-FILE
006000     RECORD CONTAINS 28 CHARACTERS.
007600     05  TSW-NEWCUST-COUNT     PIC 9(07).
007700     05  TSW-RETURN-CODE       PIC 9(02).
007800     05  TSW-RERUN-FLAG        PIC X(01).
007810     05  TSW-ADRWARN-COUNT     PIC 9(07).
007900*
008000 FD  TREND-REPORT-FILE
008100     RECORD CONTAINS 96 CHARACTERS.
011900 77  TSR-BRANCH-NIGHTS         PIC 9(05) COMP VALUE ZERO.
012000 77  TSR-BRANCH-TOT-RECORDS    PIC 9(09) COMP VALUE ZERO.
012100 77  TSR-BRANCH-TOT-EXCEPTS    PIC 9(09) COMP VALUE ZERO.
012110 77  TSR-BRANCH-TOT-ADRWARN    PIC 9(09) COMP VALUE ZERO.
012200 77  TSR-BRANCH-FLAGGED        PIC 9(05) COMP VALUE ZERO.
012300 77  TSR-AVG-RECORDS           PIC 9(07) COMP VALUE ZERO.
012400 77  TSR-EXC-RATE              PIC 999V9     VALUE ZERO.
013700     05  TSR-HLD-NEWCUST-COUNT PIC 9(07).
013800     05  TSR-HLD-RETURN-CODE   PIC 9(02).
013900     05  TSR-HLD-RERUN-FLAG    PIC X(01).
013910     05  TSR-HLD-ADRWARN-COUNT PIC 9(07).
014000*
014100*----------------------------------------------------------------
014200* BRANCH TOLERANCE TABLE FROM BRANCHES.DAT
018000     05  FILLER                PIC X(09) VALUE 'EXCEPTS'.
018100     05  FILLER                PIC X(07) VALUE 'RATE%'.
018200     05  FILLER                PIC X(09) VALUE 'NEWCUST'.
018210     05  FILLER                PIC X(09) VALUE 'ADRWARN'.
018300     05  FILLER                PIC X(03) VALUE 'RC'.
018400     05  FILLER                PIC X(02) VALUE 'R'.
018500     05  FILLER                PIC X(08) VALUE 'FLAG'.
019700     05  FILLER                PIC X(02) VALUE SPACE.
019800     05  TSR-DET-NEWCUST       PIC ZZZZZZ9.
019900     05  FILLER                PIC X(02) VALUE SPACE.
019910     05  TSR-DET-ADRWARN       PIC ZZZZZZ9.
019920     05  FILLER                PIC X(02) VALUE SPACE.
020000     05  TSR-DET-RC            PIC 99.
020100     05  FILLER                PIC X(01) VALUE SPACE.
020200     05  TSR-DET-RERUN         PIC X(01).
021400     05  FILLER                PIC X(01) VALUE SPACE.
021500     05  TSR-BSM-FLAGGED       PIC ZZZZ9.
021600     05  TSR-BSM-ADVICE        PIC X(26).
021610*
021620 01  TSR-BRANCH-ADRWARN-LINE.
021630     05  FILLER                PIC X(17) VALUE
021640         'ADDRESS WARNINGS '.
021650     05  TSR-BAW-ADRWARN       PIC ZZZZZZ9.
021660     05  TSR-BAW-ADVICE        PIC X(30).
021700*
021800*----------------------------------------------------------------
021900 LINKAGE SECTION.
037500     MOVE SHX-NEWCUST-COUNT   TO TSW-NEWCUST-COUNT
037600     MOVE SHX-RETURN-CODE     TO TSW-RETURN-CODE
037700     MOVE SHX-RERUN-FLAG      TO TSW-RERUN-FLAG
037710     IF SHX-ADRWARN-COUNT IS NUMERIC
037720         MOVE SHX-ADRWARN-COUNT TO TSW-ADRWARN-COUNT
037730     ELSE
037740         MOVE ZERO TO TSW-ADRWARN-COUNT
037750     END-IF
037800     RELEASE TREND-SORT-RECORD
037900     READ STATS-HISTORY-FILE
038000         AT END SET TSR-SHX-END-OF-FILE TO TRUE
044000     MOVE TSW-EXCEPTION-COUNT TO TSR-HLD-EXC-COUNT
044100     MOVE TSW-NEWCUST-COUNT   TO TSR-HLD-NEWCUST-COUNT
044200     MOVE TSW-RETURN-CODE     TO TSR-HLD-RETURN-CODE
044300     MOVE TSW-RERUN-FLAG      TO TSR-HLD-RERUN-FLAG
044310     MOVE TSW-ADRWARN-COUNT   TO TSR-HLD-ADRWARN-COUNT.
044400 2030-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
045800     ADD 1 TO TSR-BRANCH-NIGHTS
045900     ADD TSR-HLD-RECORD-COUNT TO TSR-BRANCH-TOT-RECORDS
046000     ADD TSR-HLD-EXC-COUNT    TO TSR-BRANCH-TOT-EXCEPTS
046010     ADD TSR-HLD-ADRWARN-COUNT TO TSR-BRANCH-TOT-ADRWARN
046100     MOVE TSR-HLD-RUN-DATE      TO TSR-DET-RUN-DATE
046200     MOVE TSR-HLD-RESULT        TO TSR-DET-RESULT
046300     MOVE TSR-HLD-RECORD-COUNT  TO TSR-DET-RECORDS
047000     END-IF
047100     MOVE TSR-EXC-RATE          TO TSR-DET-RATE
047200     MOVE TSR-HLD-NEWCUST-COUNT TO TSR-DET-NEWCUST
047210     MOVE TSR-HLD-ADRWARN-COUNT TO TSR-DET-ADRWARN
047300     MOVE TSR-HLD-RETURN-CODE   TO TSR-DET-RC
047400     MOVE TSR-HLD-RERUN-FLAG    TO TSR-DET-RERUN
047500     PERFORM 2110-SET-DRIFT-FLAG THRU 2110-EXIT
051500 2110-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800* 2200-WRITE-BRANCH-SUMMARY - THE TOLERANCE SUMMARY, THEN THE
051810* BRANCH'S ADDRESS WARNINGS FOR THE PERIOD.
051900*----------------------------------------------------------------
052000 2200-WRITE-BRANCH-SUMMARY.
052100     MOVE TSR-BRANCH-NIGHTS TO TSR-BSM-NIGHTS
053400         MOVE SPACES TO TSR-BSM-ADVICE
053500     END-IF
053600     MOVE TSR-BRANCH-SUMMARY TO TREND-REPORT-LINE
053700     WRITE TREND-REPORT-LINE
053710     MOVE TSR-BRANCH-TOT-ADRWARN TO TSR-BAW-ADRWARN
053720     IF TSR-BRANCH-TOT-ADRWARN > ZERO
053730         MOVE ' - REVIEW BRANCH DATA ENTRY' TO TSR-BAW-ADVICE
053740     ELSE
053750         MOVE SPACES TO TSR-BAW-ADVICE
053760     END-IF
053770     MOVE TSR-BRANCH-ADRWARN-LINE TO TREND-REPORT-LINE
053780     WRITE TREND-REPORT-LINE.
053800 2200-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054700     MOVE ZERO TO TSR-BRANCH-NIGHTS
054800     MOVE ZERO TO TSR-BRANCH-TOT-RECORDS
054900     MOVE ZERO TO TSR-BRANCH-TOT-EXCEPTS
054910     MOVE ZERO TO TSR-BRANCH-TOT-ADRWARN
055000     MOVE ZERO TO TSR-BRANCH-FLAGGED
055100     MOVE ZERO TO TSR-BRANCH-MIN
055200     MOVE ZERO TO TSR-BRANCH-MAX
