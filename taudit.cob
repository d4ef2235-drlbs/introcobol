001800*                  THE ACTIVE FILE STAYS A MONTH DEEP; THE
001900*                  GENERATIONS STAY SEARCHABLE BY THE SAME
002000*                  INQUIRY FOR THE SEVEN-YEAR RETENTION PERIOD.
002005* 2026-10-05  DPG  RECOGNISE THE 'KYC' LINES TKYCMNT WRITES WHEN
002010*                  A KYC CASE IS CLEARED OR ESCALATED - SAME
002015*                  SHAPE AS MAINT/ADJUD, SELECTABLE AS TYPE KYC.
002020* 2026-10-08  DPG  RECOGNISE THE 'RESTOR' LINE TRESTORE WRITES
002025*                  FOR A MASTER/ARCHIVE RESTORE - SAME SHAPE,
002030*                  THE RUN DATE RESTORED IN THE KEY POSITION,
002035*                  SELECTABLE AS TYPE RESTO.
002040* 2026-10-13  DPG  RECOGNISE THE 'BRNCH' LINES TBRMNT WRITES FOR
002045*                  BRANCH AND HOLIDAY CALENDAR CHANGES - SAME
002050*                  SHAPE, THE BRANCH CODE IN THE KEY POSITION,
002055*                  SELECTABLE AS TYPE BRNCH.
002060* 2026-10-14  DPG  RECOGNISE THE 'MERGE' LINES TMERGE WRITES FOR
002065*                  A DUPLICATE MERGE - SAME SHAPE, ONE LINE UNDER
002070*                  EACH CUSTOMER-ID, SELECTABLE AS TYPE MERGE.
002075* 2026-10-14  DPG  RECOGNISE THE 'FEEDBK' LINE TFEEDBK WRITES FOR
002080*                  EACH BRANCH FEEDBACK FILE SENT - SAME SHAPE,
002085*                  THE BRANCH CODE IN THE KEY POSITION,
002090*                  SELECTABLE AS TYPE FEEDB.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004000 FILE SECTION.
004100*
004200* THE ACTIVE LOG AND THE GENERATIONS CARRY THE LINES TREAD,
004300* TMAINT, TADJUD, TKYCMNT, TRESTORE, TBRMNT, TMERGE, AND
004400* TFEEDBK WRITE.  97 IS THE WIDEST (TREAD'S NIGHTLY LOAD LINE
004410* WITH ITS RERUN FLAG); THE NARROWER MAINT/ADJUD/KYC/RESTOR/
004500* BRNCH/MERGE/FEEDBK LINES READ BACK SPACE-PADDED.
004600*
004700 FD  AUDIT-LOG-FILE
004800     RECORD CONTAINS 97 CHARACTERS.
010500* THE LINE IN HAND AND WHAT WAS PARSED OUT OF IT.  THE THREE
010600* WRITERS USE TWO SHAPES: TREAD'S NIGHTLY/PURGE LINE STARTS
010700* 'RUN DATE: ' (DATE AT 11, SOURCE AT 45 - A SOURCE STARTING
010800* 'PURGE CUTOFF' IS THE PURGE); TMAINT'S, TADJUD'S, TKYCMNT'S,
010900* TRESTORE'S, TBRMNT'S, TMERGE'S, AND TFEEDBK'S LINES START
010905* WITH THEIR 'MAINT '/'ADJUD '/'KYC   '/'RESTOR'/'BRNCH '/
010907* 'MERGE '/'FEEDBK' TAG (DATE AT 7, OPERATOR AT 23, CUSTOMER
010910* KEY AT 31 - FOR A RESTORE, THE RUN DATE RESTORED; FOR A
011000* BRANCH CHANGE OR A FEEDBACK FILE SENT, THE BRANCH CODE).
011100*----------------------------------------------------------------
011200 01  TAU-WORK-LINE             PIC X(97)     VALUE SPACES.
011300 77  TAU-LINE-TYPE             PIC X(05)     VALUE SPACES.
019800     ACCEPT TAU-SEL-CUSTOMER-ID FROM CONSOLE
019900     DISPLAY 'TAUDIT - OPERATOR INITIALS (OR BLANK): '
020000     ACCEPT TAU-SEL-OPERATOR FROM CONSOLE
020100     DISPLAY 'TAUDIT - TYPE (LOAD/PURGE/MAINT/ADJUD/KYC/RESTO/'
020110             'BRNCH/MERGE/FEEDB OR BLANK): '
020200     ACCEPT TAU-SEL-TYPE FROM CONSOLE
020300     MOVE ZERO TO TAU-SELECTED-COUNT
020400     OPEN OUTPUT INQUIRY-REPORT-FILE
027200* 3200-TEST-ONE-LINE - PARSE THE LINE IN TAU-WORK-LINE, APPLY
027300* EVERY SELECTION GIVEN, AND ECHO IT TO THE REPORT WHEN IT
027400* PASSES.  A CUSTOMER OR OPERATOR SELECTION CAN ONLY MATCH THE
027500* TAGGED SHAPE - MAINT/ADJUD/KYC/RESTOR/BRNCH/MERGE/FEEDBK - THE
027600* NIGHTLY LOAD AND PURGE LINES CARRY NEITHER.  ON A RESTOR LINE
027610* THE CUSTOMER KEY IS THE RUN DATE RESTORED, AND ON A BRNCH OR
027620* FEEDBK LINE IT IS THE BRANCH CODE.
027700*----------------------------------------------------------------
027800 3200-TEST-ONE-LINE.
027900     MOVE 'N' TO TAU-LINE-WANTED-SWITCH
029100     ELSE
029200         IF TAU-WORK-LINE (1:5) = 'MAINT'
029300             OR TAU-WORK-LINE (1:5) = 'ADJUD'
029310             OR TAU-WORK-LINE (1:5) = 'KYC  '
029320             OR TAU-WORK-LINE (1:5) = 'RESTO'
029330             OR TAU-WORK-LINE (1:5) = 'BRNCH'
029340             OR TAU-WORK-LINE (1:5) = 'MERGE'
029350             OR TAU-WORK-LINE (1:5) = 'FEEDB'
029400             MOVE TAU-WORK-LINE (1:5)   TO TAU-LINE-TYPE
029500             MOVE TAU-WORK-LINE (7:8)   TO TAU-LINE-DATE
029600             MOVE TAU-WORK-LINE (23:3)  TO TAU-LINE-OPERATOR
