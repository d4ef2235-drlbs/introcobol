001740*                  ID ON THE CUMULATIVE ARCHIVE MASTER
001750*                  (CUSTARCH.DAT) FOR COMPLIANCE ENQUIRIES,
001760*                  WITHOUT RESTORING THE RECORD.
001761* 2026-10-06  DPG  UPD ALSO WRITES A BEFORE/AFTER BRANCH RECORD
001762*                  TO THE CUSTOMER HISTORY FILE (CUSTHIST.DAT).
001763*                  NEW HST FUNCTION LISTS A CUSTOMER'S FULL
001764*                  NAME/ADDRESS/BRANCH CHANGE TIMELINE, OR GIVEN
001765*                  A DATE, THE NAME, ADDRESS AND BRANCH WE HELD
001766*                  FOR THE CUSTOMER ON THAT DATE.
001800*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003230         ACCESS MODE IS DYNAMIC
003240         RECORD KEY IS ARCH-KEY
003250         FILE STATUS IS TMN-ARCHMAST-STATUS.
003251     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
003252         ORGANIZATION IS INDEXED
003253         ACCESS MODE IS DYNAMIC
003254         RECORD KEY IS HST-KEY
003255         FILE STATUS IS TMN-HSTFILE-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
005584         10  ARCH-ADR-POSTAL   PIC X(10).
005585         10  ARCH-ADR-PHONE    PIC X(15).
005586     05  ARCH-PURGE-DATE       PIC X(08).
005591*
005596* THE RECORD LAYOUT MUST STAY IN STEP WITH FD
005601* CUSTOMER-HISTORY-FILE IN TREAD, WHICH OWNS THE FILE.
005606*
005611 FD  CUSTOMER-HISTORY-FILE.
005616 01  CUSTOMER-HISTORY-RECORD.
005621     05  HST-KEY.
005626         10  HST-CUSTOMER-ID   PIC X(10).
005631         10  HST-SEQUENCE      PIC 9(05).
005636     05  HST-EFFECTIVE-DATE    PIC X(08).
005641     05  HST-FIELD-CODE        PIC X(04).
005646         88  HST-FIELD-NAME                  VALUE 'NAME'.
005651         88  HST-FIELD-ADDRESS               VALUE 'ADDR'.
005656         88  HST-FIELD-BRANCH                VALUE 'BRCH'.
005661     05  HST-SOURCE-PROGRAM    PIC X(08).
005666     05  HST-OPERATOR          PIC X(03).
005671     05  HST-OLD-VALUE         PIC X(65).
005676     05  HST-NEW-VALUE         PIC X(65).
005681*
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------
005900* SWITCHES
006620 77  TMN-ARCHMAST-STATUS       PIC X(02)     VALUE SPACES.
006630     88  TMN-ARCHMAST-OK                     VALUE '00'.
006640     88  TMN-ARCHMAST-NOT-FOUND              VALUE '35'.
006641*
006642 77  TMN-HSTFILE-STATUS        PIC X(02)     VALUE SPACES.
006643     88  TMN-HSTFILE-OK                      VALUE '00'.
006644     88  TMN-HSTFILE-NOT-FOUND               VALUE '35'.
006700*
006800 77  TMN-END-SWITCH            PIC X(01)     VALUE 'N'.
006900     88  TMN-END-REQUESTED                   VALUE 'Y'.
007500 77  TMN-MAST-EOF-SWITCH       PIC X(01)     VALUE 'N'.
007600     88  TMN-MAST-END-OF-FILE                VALUE 'Y'.
007700     88  TMN-MAST-NOT-END-OF-FILE            VALUE 'N'.
007701*
007702 77  TMN-HST-EOF-SWITCH        PIC X(01)     VALUE 'N'.
007703     88  TMN-HST-END-OF-FILE                 VALUE 'Y'.
007704     88  TMN-HST-NOT-END-OF-FILE             VALUE 'N'.
007800*
007900*----------------------------------------------------------------
008000* RUN CONTROL FIELDS - THE CONTROL RECORD TREAD KEEPS UNDER KEY
009000     88  TMN-FUNC-DELETE                     VALUE 'DEL'.
009100     88  TMN-FUNC-LIST                       VALUE 'LST'.
009150     88  TMN-FUNC-ARCHIVE                    VALUE 'ARC'.
009151     88  TMN-FUNC-HISTORY                    VALUE 'HST'.
009200     88  TMN-FUNC-END                        VALUE 'END'.
009300 77  TMN-WORK-KEY              PIC X(10)     VALUE SPACES.
009400 77  TMN-NEW-COUNTRY           PIC X(02)     VALUE SPACES.
010000 77  TMN-AUD-DATE              PIC 9(08)     VALUE ZERO.
010100 77  TMN-AUD-WALLCLOCK         PIC 9(08)     VALUE ZERO.
010200 77  TMN-RETURN-CODE           PIC 9(03) COMP VALUE ZERO.
010201*
010202*----------------------------------------------------------------
010203* CUSTOMER HISTORY FIELDS.  FOR AN AS-OF ENQUIRY EACH OF NAME,
010204* ADDRESS AND BRANCH IS WORKED OUT SEPARATELY FROM THE HISTORY:
010205* THE NEW VALUE OF THE LAST CHANGE ON OR BEFORE THE DATE, ELSE
010206* THE OLD VALUE OF THE FIRST CHANGE AFTER IT, ELSE (NEVER
010207* CHANGED) THE VALUE HELD TODAY.
010208*----------------------------------------------------------------
010209 77  TMN-HST-LAST-NUMBER       PIC 9(05)     VALUE ZERO.
010210 77  TMN-HST-OLD-BRANCH        PIC X(06)     VALUE SPACES.
010211 77  TMN-HST-COUNT             PIC 9(05) COMP VALUE ZERO.
010212 77  TMN-HST-COUNT-EDIT        PIC ZZZZ9.
010213 77  TMN-ASOF-DATE             PIC X(08)     VALUE SPACES.
010214 77  TMN-CUR-FOUND-SWITCH      PIC X(01)     VALUE 'N'.
010215     88  TMN-CUR-ON-MASTER                   VALUE 'M'.
010216     88  TMN-CUR-ON-ARCHIVE                  VALUE 'A'.
010217     88  TMN-CUR-NOT-FOUND                   VALUE 'N'.
010218 77  TMN-CUR-FIRST-SEEN        PIC X(08)     VALUE SPACES.
010219 77  TMN-CUR-NAME              PIC X(65)     VALUE SPACES.
010220 77  TMN-CUR-ADDRESS           PIC X(65)     VALUE SPACES.
010221 77  TMN-CUR-BRANCH            PIC X(65)     VALUE SPACES.
010222 77  TMN-ASOF-NAME             PIC X(65)     VALUE SPACES.
010223 77  TMN-ASOF-ADDRESS          PIC X(65)     VALUE SPACES.
010224 77  TMN-ASOF-BRANCH           PIC X(65)     VALUE SPACES.
010225 77  TMN-ASOF-NAME-SWITCH      PIC X(01)     VALUE 'N'.
010226     88  TMN-ASOF-NAME-NONE                  VALUE 'N'.
010227     88  TMN-ASOF-NAME-BEFORE                VALUE 'B'.
010228     88  TMN-ASOF-NAME-AFTER                 VALUE 'A'.
010229 77  TMN-ASOF-ADDRESS-SWITCH   PIC X(01)     VALUE 'N'.
010230     88  TMN-ASOF-ADDRESS-NONE               VALUE 'N'.
010231     88  TMN-ASOF-ADDRESS-BEFORE             VALUE 'B'.
010232     88  TMN-ASOF-ADDRESS-AFTER              VALUE 'A'.
010233 77  TMN-ASOF-BRANCH-SWITCH    PIC X(01)     VALUE 'N'.
010234     88  TMN-ASOF-BRANCH-NONE                VALUE 'N'.
010235     88  TMN-ASOF-BRANCH-BEFORE              VALUE 'B'.
010236     88  TMN-ASOF-BRANCH-AFTER               VALUE 'A'.
010300*
010400*----------------------------------------------------------------
010500* AUDIT TRAIL DETAIL LINE LAYOUT - APPENDED TO THE SAME
013700*----------------------------------------------------------------
013800* 1000-INITIALIZE - THE MASTER MUST ALREADY EXIST (THIS PROGRAM
013900* CORRECTS RECORDS, IT DOES NOT CREATE THE FILE), AND THE AUDIT
014000* LOG AND CUSTOMER HISTORY MUST BE WRITABLE BEFORE ANY CHANGE
014010* IS ALLOWED.  THE HISTORY FILE IS CREATED IF NO PROGRAM HAS
014020* WRITTEN ONE YET.
014100*----------------------------------------------------------------
014200 1000-INITIALIZE.
014300     OPEN I-O CUSTOMER-MASTER
015500         CLOSE CUSTOMER-MASTER
015600         GO TO 1000-EXIT
015700     END-IF
015701     OPEN I-O CUSTOMER-HISTORY-FILE
015702     IF TMN-HSTFILE-NOT-FOUND
015703         OPEN OUTPUT CUSTOMER-HISTORY-FILE
015704         CLOSE CUSTOMER-HISTORY-FILE
015705         OPEN I-O CUSTOMER-HISTORY-FILE
015706     END-IF
015707     IF NOT TMN-HSTFILE-OK
015708         DISPLAY 'TMAINT - CUSTOMER HISTORY OPEN FAILED, STATUS '
015709                 TMN-HSTFILE-STATUS
015710         MOVE 16 TO TMN-RETURN-CODE
015711         CLOSE CUSTOMER-MASTER
015712         CLOSE AUDIT-LOG-FILE
015713         GO TO 1000-EXIT
015714     END-IF
015800     DISPLAY 'TMAINT - ENTER OPERATOR INITIALS (3): '
015900     ACCEPT TMN-OPERATOR-ID FROM CONSOLE
016000     IF TMN-OPERATOR-ID = SPACES
016200         MOVE 16 TO TMN-RETURN-CODE
016300         CLOSE CUSTOMER-MASTER
016400         CLOSE AUDIT-LOG-FILE
016410         CLOSE CUSTOMER-HISTORY-FILE
016500     END-IF.
016600 1000-EXIT.
016700     EXIT.
016900* 2000-PROCESS-ONE-COMMAND
017000*----------------------------------------------------------------
017100 2000-PROCESS-ONE-COMMAND.
017200     DISPLAY 'TMAINT - FUNCTION (INQ/UPD/DEL/LST/ARC/HST/END): '
017300     ACCEPT TMN-FUNCTION FROM CONSOLE
017400     IF TMN-FUNC-END
017500         SET TMN-END-REQUESTED TO TRUE
018920                         PERFORM 6500-ARCHIVE-INQUIRE
018930                             THRU 6500-EXIT
018940                     ELSE
018941                         IF TMN-FUNC-HISTORY
018942                             PERFORM 6600-HISTORY-INQUIRE
018943                                 THRU 6600-EXIT
018944                         ELSE
019000                             DISPLAY 'TMAINT - UNKNOWN FUNCTION: '
019100                                     TMN-FUNCTION
019110                         END-IF
019150                     END-IF
019200                 END-IF
019300             END-IF
024800*----------------------------------------------------------------
024900* 4000-UPDATE-BRANCH - CORRECT THE OWNING BRANCH (THE STEP-ORDER
025000* OWNERSHIP PROBLEM'S USUAL DAMAGE).  OLD AND NEW VALUES BOTH GO
025100* TO THE AUDIT LOG, AND A BEFORE/AFTER RECORD EFFECTIVE TODAY
025110* GOES TO THE CUSTOMER HISTORY FILE.
025200*----------------------------------------------------------------
025300 4000-UPDATE-BRANCH.
025400     PERFORM 2100-READ-BY-KEY THRU 2100-EXIT
027000            MAST-BRANCH-CITY        DELIMITED BY SIZE
027100       INTO TMN-AUD-OLD-VALUE
027200     END-STRING
027210     MOVE MAST-BRANCH-COUNTRY TO TMN-HST-OLD-BRANCH (1:2)
027220     MOVE MAST-BRANCH-CITY    TO TMN-HST-OLD-BRANCH (3:4)
027300     MOVE TMN-NEW-COUNTRY TO MAST-BRANCH-COUNTRY
027400     MOVE TMN-NEW-CITY    TO MAST-BRANCH-CITY
027500     REWRITE CUSTOMER-MASTER-RECORD
028700     END-STRING
028800     MOVE 'UPD' TO TMN-AUD-FUNCTION
028900     PERFORM 7100-WRITE-AUDIT-LINE THRU 7100-EXIT
028910     PERFORM 7200-WRITE-HISTORY-RECORD THRU 7200-EXIT
029000     DISPLAY 'TMAINT - BRANCH UPDATED'.
029100 4000-EXIT.
029200     EXIT.
037521     CLOSE ARCHIVE-MASTER.
037522 6500-EXIT.
037523     EXIT.
037525*----------------------------------------------------------------
037527* 6600-HISTORY-INQUIRE - A CUSTOMER'S NAME, ADDRESS AND BRANCH
037529* HISTORY.  WITH NO DATE, EVERY CHANGE ON THE HISTORY FILE IS
037531* LISTED OLDEST FIRST; WITH A DATE, THE VALUES WE HELD ON THAT
037533* DATE ARE SHOWN.  A PURGED CUSTOMER IS ANSWERED FROM THE
037535* ARCHIVE MASTER.  INQUIRY ONLY - NO AUDIT LINE.
037537*----------------------------------------------------------------
037539 6600-HISTORY-INQUIRE.
037541     DISPLAY 'TMAINT - ENTER CUSTOMER-ID: '
037543     ACCEPT TMN-WORK-KEY FROM CONSOLE
037545     IF TMN-WORK-KEY = SPACES
037547         DISPLAY 'TMAINT - CUSTOMER-ID REQUIRED'
037549         GO TO 6600-EXIT
037551     END-IF
037553     IF TMN-WORK-KEY = TMN-CONTROL-KEY
037555         DISPLAY 'TMAINT - CONTROL RECORD, NOT MAINTAINABLE'
037557         GO TO 6600-EXIT
037559     END-IF
037561     DISPLAY 'TMAINT - AS-OF DATE (YYYYMMDD OR BLANK FOR ALL): '
037563     ACCEPT TMN-ASOF-DATE FROM CONSOLE
037565     IF TMN-ASOF-DATE = SPACES
037567         PERFORM 6610-LIST-TIMELINE THRU 6610-EXIT
037569         GO TO 6600-EXIT
037571     END-IF
037573     IF TMN-ASOF-DATE IS NOT NUMERIC
037575         DISPLAY 'TMAINT - AS-OF DATE NOT NUMERIC: ' TMN-ASOF-DATE
037577         GO TO 6600-EXIT
037579     END-IF
037581     PERFORM 6630-SHOW-AS-OF THRU 6630-EXIT.
037583 6600-EXIT.
037585     EXIT.
037587*----------------------------------------------------------------
037589* 6605-START-HISTORY - POSITION AT THE CUSTOMER'S FIRST HISTORY
037591* RECORD.
037593*----------------------------------------------------------------
037595 6605-START-HISTORY.
037597     MOVE ZERO TO TMN-HST-COUNT
037599     MOVE 'N' TO TMN-HST-EOF-SWITCH
037601     MOVE TMN-WORK-KEY TO HST-CUSTOMER-ID
037603     MOVE ZERO TO HST-SEQUENCE
037605     START CUSTOMER-HISTORY-FILE KEY IS >= HST-KEY
037607         INVALID KEY SET TMN-HST-END-OF-FILE TO TRUE
037609     END-START.
037611 6605-EXIT.
037613     EXIT.
037615*----------------------------------------------------------------
037617* 6608-READ-NEXT-HISTORY - THE WALK ENDS AT THE FIRST RECORD FOR
037619* ANOTHER CUSTOMER.
037621*----------------------------------------------------------------
037623 6608-READ-NEXT-HISTORY.
037625     READ CUSTOMER-HISTORY-FILE NEXT RECORD
037627         AT END SET TMN-HST-END-OF-FILE TO TRUE
037629     END-READ
037631     IF TMN-HST-NOT-END-OF-FILE
037633         AND HST-CUSTOMER-ID NOT = TMN-WORK-KEY
037635         SET TMN-HST-END-OF-FILE TO TRUE
037637     END-IF.
037639 6608-EXIT.
037641     EXIT.
037643*----------------------------------------------------------------
037645* 6610-LIST-TIMELINE
037647*----------------------------------------------------------------
037649 6610-LIST-TIMELINE.
037651     PERFORM 6605-START-HISTORY THRU 6605-EXIT
037653     IF TMN-HST-NOT-END-OF-FILE
037655         PERFORM 6608-READ-NEXT-HISTORY THRU 6608-EXIT
037657     END-IF
037659     PERFORM 6620-LIST-ONE-CHANGE THRU 6620-EXIT
037661         UNTIL TMN-HST-END-OF-FILE
037663     MOVE TMN-HST-COUNT TO TMN-HST-COUNT-EDIT
037665     DISPLAY 'TMAINT - CHANGES LISTED: ' TMN-HST-COUNT-EDIT.
037667 6610-EXIT.
037669     EXIT.
037671*----------------------------------------------------------------
037673* 6620-LIST-ONE-CHANGE
037675*----------------------------------------------------------------
037677 6620-LIST-ONE-CHANGE.
037679     ADD 1 TO TMN-HST-COUNT
037681     DISPLAY HST-EFFECTIVE-DATE ' ' HST-FIELD-CODE ' BY '
037683             HST-SOURCE-PROGRAM ' ' HST-OPERATOR
037685     DISPLAY '   OLD: ' HST-OLD-VALUE
037687     DISPLAY '   NEW: ' HST-NEW-VALUE
037689     PERFORM 6608-READ-NEXT-HISTORY THRU 6608-EXIT.
037691 6620-EXIT.
037693     EXIT.
037695*----------------------------------------------------------------
037697* 6630-SHOW-AS-OF - START FROM WHAT IS HELD TODAY (MASTER, OR
037699* ARCHIVE FOR A PURGED CUSTOMER) AND LET THE HISTORY OVERRIDE
037701* EACH FIELD IT HAS AN ANSWER FOR.
037703*----------------------------------------------------------------
037705 6630-SHOW-AS-OF.
037707     PERFORM 6640-GET-CURRENT-VALUES THRU 6640-EXIT
037709     MOVE 'N' TO TMN-ASOF-NAME-SWITCH
037711     MOVE 'N' TO TMN-ASOF-ADDRESS-SWITCH
037713     MOVE 'N' TO TMN-ASOF-BRANCH-SWITCH
037715     PERFORM 6605-START-HISTORY THRU 6605-EXIT
037717     IF TMN-HST-NOT-END-OF-FILE
037719         PERFORM 6608-READ-NEXT-HISTORY THRU 6608-EXIT
037721     END-IF
037723     PERFORM 6650-APPLY-ONE-CHANGE THRU 6650-EXIT
037725         UNTIL TMN-HST-END-OF-FILE
037727     IF TMN-CUR-NOT-FOUND AND TMN-HST-COUNT = ZERO
037729         DISPLAY 'TMAINT - NO RECORD OR HISTORY FOR ' TMN-WORK-KEY
037731         GO TO 6630-EXIT
037733     END-IF
037735     IF TMN-ASOF-NAME-NONE
037737         MOVE TMN-CUR-NAME TO TMN-ASOF-NAME
037739     END-IF
037741     IF TMN-ASOF-ADDRESS-NONE
037743         MOVE TMN-CUR-ADDRESS TO TMN-ASOF-ADDRESS
037745     END-IF
037747     IF TMN-ASOF-BRANCH-NONE
037749         MOVE TMN-CUR-BRANCH TO TMN-ASOF-BRANCH
037751     END-IF
037753     DISPLAY 'CUSTOMER-ID:  ' TMN-WORK-KEY
037755     DISPLAY 'AS OF:        ' TMN-ASOF-DATE
037757     IF TMN-CUR-FIRST-SEEN NOT = SPACES
037759         AND TMN-ASOF-DATE < TMN-CUR-FIRST-SEEN
037761         DISPLAY 'TMAINT - NOT YET A CUSTOMER ON THAT DATE, '
037763                 'FIRST SEEN ' TMN-CUR-FIRST-SEEN
037765     END-IF
037767     IF TMN-CUR-ON-ARCHIVE
037769         DISPLAY 'TMAINT - PURGED CUSTOMER, CURRENT VALUES FROM '
037771                 'THE ARCHIVE MASTER'
037773     END-IF
037775     DISPLAY 'BRANCH:       ' TMN-ASOF-BRANCH (1:2) '-'
037777             TMN-ASOF-BRANCH (3:4)
037779     DISPLAY 'LASTNAME:     ' TMN-ASOF-NAME (1:20)
037781     DISPLAY 'FIRSTNAME:    ' TMN-ASOF-NAME (21:20)
037783     DISPLAY 'MIDDLENAME:   ' TMN-ASOF-NAME (41:20)
037785     DISPLAY 'STREET:       ' TMN-ASOF-ADDRESS (1:25)
037787     DISPLAY 'CITY:         ' TMN-ASOF-ADDRESS (26:15)
037789     DISPLAY 'POSTAL:       ' TMN-ASOF-ADDRESS (41:10)
037791     DISPLAY 'PHONE:        ' TMN-ASOF-ADDRESS (51:15).
037793 6630-EXIT.
037795     EXIT.
037797*----------------------------------------------------------------
037799* 6640-GET-CURRENT-VALUES - THE ARCHIVE IS OPENED ONLY WHEN THE
037801* CUSTOMER IS NOT ON THE MASTER, AS IN 6500.
037803*----------------------------------------------------------------
037805 6640-GET-CURRENT-VALUES.
037807     SET TMN-CUR-NOT-FOUND TO TRUE
037809     MOVE SPACES TO TMN-CUR-FIRST-SEEN
037811     MOVE SPACES TO TMN-CUR-NAME
037813     MOVE SPACES TO TMN-CUR-ADDRESS
037815     MOVE SPACES TO TMN-CUR-BRANCH
037817     MOVE TMN-WORK-KEY TO MAST-KEY
037819     READ CUSTOMER-MASTER
037821         INVALID KEY CONTINUE
037823         NOT INVALID KEY
037825             SET TMN-CUR-ON-MASTER TO TRUE
037827             MOVE MAST-FIRST-SEEN-DATE  TO TMN-CUR-FIRST-SEEN
037829             MOVE MAST-CUSTOMER-NAME    TO TMN-CUR-NAME
037831             MOVE MAST-CUSTOMER-ADDRESS TO TMN-CUR-ADDRESS
037833             MOVE MAST-BRANCH-COUNTRY   TO TMN-CUR-BRANCH (1:2)
037835             MOVE MAST-BRANCH-CITY      TO TMN-CUR-BRANCH (3:4)
037837     END-READ
037839     IF TMN-CUR-ON-MASTER
037841         GO TO 6640-EXIT
037843     END-IF
037845     OPEN INPUT ARCHIVE-MASTER
037847     IF NOT TMN-ARCHMAST-OK
037849         GO TO 6640-EXIT
037851     END-IF
037853     MOVE TMN-WORK-KEY TO ARCH-KEY
037855     READ ARCHIVE-MASTER
037857         INVALID KEY CONTINUE
037859         NOT INVALID KEY
037861             SET TMN-CUR-ON-ARCHIVE TO TRUE
037863             MOVE ARCH-FIRST-SEEN-DATE  TO TMN-CUR-FIRST-SEEN
037865             MOVE ARCH-CUSTOMER-NAME    TO TMN-CUR-NAME
037867             MOVE ARCH-CUSTOMER-ADDRESS TO TMN-CUR-ADDRESS
037869             MOVE ARCH-BRANCH-COUNTRY   TO TMN-CUR-BRANCH (1:2)
037871             MOVE ARCH-BRANCH-CITY      TO TMN-CUR-BRANCH (3:4)
037873     END-READ
037875     CLOSE ARCHIVE-MASTER.
037877 6640-EXIT.
037879     EXIT.
037881*----------------------------------------------------------------
037883* 6650-APPLY-ONE-CHANGE - A CHANGE ON OR BEFORE THE DATE GIVES
037885* ITS NEW VALUE (A LATER ONE SUCH REPLACES IT); THE FIRST CHANGE
037887* AFTER THE DATE, IF NOTHING EARLIER WAS FOUND, GIVES ITS OLD
037889* VALUE.
037891*----------------------------------------------------------------
037893 6650-APPLY-ONE-CHANGE.
037895     ADD 1 TO TMN-HST-COUNT
037897     IF HST-FIELD-NAME
037899         IF HST-EFFECTIVE-DATE NOT > TMN-ASOF-DATE
037901             MOVE HST-NEW-VALUE TO TMN-ASOF-NAME
037903             SET TMN-ASOF-NAME-BEFORE TO TRUE
037905         ELSE
037907             IF TMN-ASOF-NAME-NONE
037909                 MOVE HST-OLD-VALUE TO TMN-ASOF-NAME
037911                 SET TMN-ASOF-NAME-AFTER TO TRUE
037913             END-IF
037915         END-IF
037917     END-IF
037919     IF HST-FIELD-ADDRESS
037921         IF HST-EFFECTIVE-DATE NOT > TMN-ASOF-DATE
037923             MOVE HST-NEW-VALUE TO TMN-ASOF-ADDRESS
037925             SET TMN-ASOF-ADDRESS-BEFORE TO TRUE
037927         ELSE
037929             IF TMN-ASOF-ADDRESS-NONE
037931                 MOVE HST-OLD-VALUE TO TMN-ASOF-ADDRESS
037933                 SET TMN-ASOF-ADDRESS-AFTER TO TRUE
037935             END-IF
037937         END-IF
037939     END-IF
037941     IF HST-FIELD-BRANCH
037943         IF HST-EFFECTIVE-DATE NOT > TMN-ASOF-DATE
037945             MOVE HST-NEW-VALUE TO TMN-ASOF-BRANCH
037947             SET TMN-ASOF-BRANCH-BEFORE TO TRUE
037949         ELSE
037951             IF TMN-ASOF-BRANCH-NONE
037953                 MOVE HST-OLD-VALUE TO TMN-ASOF-BRANCH
037955                 SET TMN-ASOF-BRANCH-AFTER TO TRUE
037957             END-IF
037959         END-IF
037961     END-IF
037963     PERFORM 6608-READ-NEXT-HISTORY THRU 6608-EXIT.
037965 6650-EXIT.
037967     EXIT.
037969*----------------------------------------------------------------
037971* 7100-WRITE-AUDIT-LINE - THE CALLER HAS FILLED IN THE FUNCTION
037973* AND THE OLD/NEW VALUES; STAMP IT WITH TODAY, THE WALL CLOCK,
037975* THE OPERATOR, AND THE KEY, AND APPEND IT TO THE AUDIT LOG.
037977*----------------------------------------------------------------
038000 7100-WRITE-AUDIT-LINE.
038100     ACCEPT TMN-AUD-DATE FROM DATE YYYYMMDD
038200     ACCEPT TMN-AUD-WALLCLOCK FROM TIME
038800     WRITE AUDIT-LOG-LINE.
038900 7100-EXIT.
039000     EXIT.
039001*----------------------------------------------------------------
039002* 7200-WRITE-HISTORY-RECORD - ONE BRANCH BEFORE/AFTER RECORD ON
039003* THE CUSTOMER HISTORY FILE, EFFECTIVE TODAY (7100 HAS JUST
039004* TAKEN THE DATE), UNDER THE NEXT SEQUENCE NUMBER FOR THE
039005* CUSTOMER.
039006*----------------------------------------------------------------
039007 7200-WRITE-HISTORY-RECORD.
039008     MOVE ZERO TO TMN-HST-LAST-NUMBER
039009     PERFORM 6605-START-HISTORY THRU 6605-EXIT
039010     IF TMN-HST-NOT-END-OF-FILE
039011         PERFORM 6608-READ-NEXT-HISTORY THRU 6608-EXIT
039012     END-IF
039013     PERFORM 7210-NOTE-ONE-HISTORY THRU 7210-EXIT
039014         UNTIL TMN-HST-END-OF-FILE
039015     MOVE SPACES TO CUSTOMER-HISTORY-RECORD
039016     MOVE TMN-WORK-KEY         TO HST-CUSTOMER-ID
039017     COMPUTE HST-SEQUENCE = TMN-HST-LAST-NUMBER + 1
039018     MOVE TMN-AUD-DATE         TO HST-EFFECTIVE-DATE
039019     MOVE 'BRCH'               TO HST-FIELD-CODE
039020     MOVE 'TMAINT'             TO HST-SOURCE-PROGRAM
039021     MOVE TMN-OPERATOR-ID      TO HST-OPERATOR
039022     MOVE TMN-HST-OLD-BRANCH   TO HST-OLD-VALUE
039023     MOVE TMN-NEW-COUNTRY      TO HST-NEW-VALUE (1:2)
039024     MOVE TMN-NEW-CITY         TO HST-NEW-VALUE (3:4)
039025     WRITE CUSTOMER-HISTORY-RECORD
039026     IF NOT TMN-HSTFILE-OK
039027         DISPLAY 'TMAINT - CUSTOMER HISTORY WRITE FAILED, STATUS '
039028                 TMN-HSTFILE-STATUS
039029         MOVE 8 TO TMN-RETURN-CODE
039030     END-IF.
039031 7200-EXIT.
039032     EXIT.
039033*----------------------------------------------------------------
039034* 7210-NOTE-ONE-HISTORY
039035*----------------------------------------------------------------
039036 7210-NOTE-ONE-HISTORY.
039037     MOVE HST-SEQUENCE TO TMN-HST-LAST-NUMBER
039038     PERFORM 6608-READ-NEXT-HISTORY THRU 6608-EXIT.
039039 7210-EXIT.
039040     EXIT.
039100*----------------------------------------------------------------
039200* 9000-TERMINATE
039300*----------------------------------------------------------------
039500     IF TMN-RETURN-CODE < 16
039600         CLOSE CUSTOMER-MASTER
039700         CLOSE AUDIT-LOG-FILE
039710         CLOSE CUSTOMER-HISTORY-FILE
039800     END-IF
039900     MOVE TMN-RETURN-CODE TO RETURN-CODE.
040000 9000-EXIT.
