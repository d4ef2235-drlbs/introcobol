001791*                  INSTEAD OF APPENDING A SECOND ONE, SO A
001792*                  RERUN RECON SUMMARY NO LONGER COUNTS THE
001793*                  BRANCH'S VOLUME TWICE.
001794* 2026-10-05  DPG  EVERY KYC RE-VERIFICATION TRIGGER - NAME
001795*                  CHANGE, ADDRESS CHANGE, RETURNED CUSTOMER -
001796*                  NOW ALSO OPENS A CASE ON THE KYC CASE FILE
001797*                  (KYCCASE.DAT) WITH ITS TYPE, TRIGGER DATE,
001798*                  OWNING BRANCH AND OLD/NEW VALUES, SO
001799*                  COMPLIANCE CAN WORK IT THROUGH TKYCMNT AND
001800*                  AGE IT ON TKYCAGE.  THE DATED REPORTS ARE
001801*                  UNCHANGED.
001802* 2026-10-06  DPG  EVERY CHANGE A BRANCH STEP MAKES TO A
001803*                  CUSTOMER'S NAME, ADDRESS OR OWNING BRANCH ON
001804*                  THE MASTER (INCLUDING A RETURNED CUSTOMER
001805*                  COMING BACK DIFFERENT FROM THE ARCHIVE) IS
001806*                  ALSO WRITTEN AS A BEFORE/AFTER RECORD, DATED
001807*                  BY THE RUN DATE, TO THE CUSTOMER HISTORY FILE
001808*                  (CUSTHIST.DAT) THAT TMAINT'S HST FUNCTION
001809*                  READS BACK AS A TIMELINE OR AS-OF VIEW.
001810* 2026-10-07  DPG  EVERY ADR SEGMENT'S POSTAL CODE AND PHONE
001811*                  NUMBER IS CHECKED AGAINST THE ACCEPTED FORMATS
001812*                  FOR THE BRANCH'S COUNTRY ON THE HAND-MAINTAINED
001813*                  ADDRESS RULES FILE (ADRRULES.DAT).  A FIELD
001814*                  THAT FITS NONE OF THEM IS MARKED ON AN ADDRESS
001815*                  WARNING LINE ON THE BRANCH EXCEPTION FILE - THE
001816*                  CUSTOMER STILL LOADS - AND THE BRANCH'S COUNT
001817*                  OF WARNINGS IS CARRIED ON THE STATS RECORD (NOW
001818*                  44 BYTES; STATHIST.DAT 52) AND THE RECON
001819*                  SUMMARY.
001819* 2026-10-14  DPG  TRANSLATE A CUSTOMER-ID DATA QUALITY HAS
001819*                  MERGED AWAY (TMERGE, CUSTXREF.DAT) TO ITS
001819*                  SURVIVING ID AS THE BRANCH RECORD GOES TO THE
001819*                  SORT, SO IT RECONCILES AGAINST THE SURVIVOR ON
001819*                  THE MASTER INSTEAD OF COMING BACK AS A NEW
001819*                  CUSTOMER; THE BRANCH'S EXCEPTION FILE NAMES
001819*                  BOTH IDS SO THE BRANCH CAN CHANGE OVER.
001819* 2026-10-15  DPG  RECORD EACH STEP'S WALL-CLOCK START AND END
001819*                  ON A ROLLING TIMING HISTORY (TIMEHIST.DAT) -
001819*                  ONE RECORD PER BRANCH LOADED OR SWEPT, WITH
001819*                  THE TIME THE EXTRACT WAS PICKED UP, ITS
001819*                  HEADER EXTRACT TIME AGAINST THE BRANCH
001819*                  CUTOFF, AND ONE RECORD PER RECON OR PURGE -
001819*                  FOR THE TSLARPT BATCH WINDOW REPORT.
001604*----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
002648     SELECT STATS-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
002649         ORGANIZATION IS LINE SEQUENTIAL
002651         FILE STATUS IS TRD-SHXFILE-STATUS.
002651     SELECT TIMING-HISTORY-FILE ASSIGN TO "TIMEHIST.DAT"
002651         ORGANIZATION IS LINE SEQUENTIAL
002651         FILE STATUS IS TRD-TIMFILE-STATUS.
002652     SELECT ARCHIVE-MASTER ASSIGN TO "CUSTARCH.DAT"
002653         ORGANIZATION IS INDEXED
002654         ACCESS MODE IS DYNAMIC
002658         ASSIGN TO DYNAMIC TRD-RETCUST-FILENAME
002659         ORGANIZATION IS LINE SEQUENTIAL
002661         FILE STATUS IS TRD-RETCUSTFILE-STATUS.
002662     SELECT KYC-CASE-FILE ASSIGN TO "KYCCASE.DAT"
002663         ORGANIZATION IS INDEXED
002664         ACCESS MODE IS DYNAMIC
002665         RECORD KEY IS KYC-KEY
002666         FILE STATUS IS TRD-KYCFILE-STATUS.
002667     SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
002668         ORGANIZATION IS INDEXED
002669         ACCESS MODE IS DYNAMIC
002670         RECORD KEY IS HST-KEY
002671         FILE STATUS IS TRD-HSTFILE-STATUS.
002672     SELECT ADDRESS-RULES-FILE ASSIGN TO "ADRRULES.DAT"
002673         ORGANIZATION IS LINE SEQUENTIAL
002674         FILE STATUS IS TRD-ADRFILE-STATUS.
002674     SELECT CUSTOMER-XREF-FILE ASSIGN TO "CUSTXREF.DAT"
002674         ORGANIZATION IS INDEXED
002674         ACCESS MODE IS DYNAMIC
002674         RECORD KEY IS XRF-RETIRED-ID
002674         FILE STATUS IS TRD-XRFFILE-STATUS.
002600*
002700 DATA DIVISION.
002800 FILE SECTION.
003775* THE BRANCH STEPS, READ BACK BY THE RECON STEP'S SUMMARY.
003775*
003775 FD  STATS-FILE
003775     RECORD CONTAINS 44 CHARACTERS.
003775 01  STATS-RECORD.
003775     05  STS-BRANCH-CODE       PIC X(06).
003775     05  STS-RESULT            PIC X(07).
003775     05  STS-NEWCUST-COUNT     PIC 9(07).
003775     05  STS-RETURN-CODE       PIC 9(02).
003775     05  STS-RERUN-FLAG        PIC X(01).
003775     05  STS-ADRWARN-COUNT     PIC 9(07).
003775*
003775 FD  SUMMARY-FILE
003775     RECORD CONTAINS 96 CHARACTERS.
003797 01  HOLIDAY-CALENDAR-RECORD.
003797     05  HOL-BRANCH-CODE       PIC X(06).
003797     05  HOL-CLOSE-DATE        PIC X(08).
003797*
003797* ONE ACCEPTED POSTAL CODE FORMAT AND/OR PHONE NUMBER FORMAT PER
003797* LINE, KEYED BY BRANCH COUNTRY CODE AND MAINTAINED BY HAND THE
003797* SAME WAY AS BRANCHES.DAT.  A COUNTRY MAY HAVE SEVERAL LINES -
003797* A FIELD IS ACCEPTED IF IT FITS ANY OF ITS COUNTRY'S FORMATS.
003797* IN A FORMAT, '9' STANDS FOR ANY DIGIT, 'A' FOR ANY LETTER, AND
003797* EVERY OTHER CHARACTER (SPACE INCLUDED) MUST APPEAR AS IS.  A
003797* BLANK FORMAT ON A LINE SAYS NOTHING ABOUT THAT FIELD.
003797*
003797 FD  ADDRESS-RULES-FILE
003797     RECORD CONTAINS 27 CHARACTERS.
003797 01  ADDRESS-RULES-RECORD.
003797     05  ADR-RULE-COUNTRY      PIC X(02).
003797     05  ADR-RULE-POSTAL       PIC X(10).
003797     05  ADR-RULE-PHONE        PIC X(15).
003798*
003798* ROLLING COPY OF EVERY NIGHTLY STATS RECORD, PREFIXED WITH THE
003798* RUN DATE - THE RAW MATERIAL OF THE TSTATRP VOLUME TREND
003798* LAST RECORD PER BRANCH AND DATE.
003798*
003798 FD  STATS-HISTORY-FILE
003798     RECORD CONTAINS 52 CHARACTERS.
003798 01  STATS-HISTORY-RECORD.
003798     05  SHX-RUN-DATE          PIC X(08).
003798     05  SHX-STATS-DATA        PIC X(44).
003798*
003798* ROLLING WALL-CLOCK HISTORY OF THE NIGHTLY RUN - THE RAW
003798* MATERIAL OF THE TSLARPT BATCH WINDOW REPORT.  ONE RECORD PER
003798* BRANCH LOADED ('LOAD ') OR RETRIED BY THE SWEEP ('SWEEP'),
003798* ONE PER RECON OR PURGE STEP, AND ONE PER TCRMACK STEP
003798* ('ACK  ', WRITTEN BY TCRMACK).  THE PICKUP TIME IS WHEN THE
003798* EXTRACT WAS FOUND AND OPENED - ON A SWEEP RECORD, WHEN THE
003798* LATE FILE WAS PICKED UP.  THE LATE FLAG IS 'L' WHEN THE
003798* EXTRACT HEADER'S TIME IS AFTER THE BRANCH CUTOFF.
003798*
003798 FD  TIMING-HISTORY-FILE
003798     RECORD CONTAINS 90 CHARACTERS.
003798 01  TIMING-HISTORY-RECORD.
003798     05  TIM-RUN-DATE          PIC X(08).
003798     05  TIM-STEP-TYPE         PIC X(05).
003798     05  TIM-BRANCH-CODE       PIC X(06).
003798     05  TIM-START-DATE        PIC X(08).
003798     05  TIM-START-TIME        PIC X(06).
003798     05  TIM-END-DATE          PIC X(08).
003798     05  TIM-END-TIME          PIC X(06).
003798     05  TIM-PICKUP-DATE       PIC X(08).
003798     05  TIM-PICKUP-TIME       PIC X(06).
003798     05  TIM-EXTRACT-TIME      PIC X(06).
003798     05  TIM-CUTOFF-TIME       PIC X(06).
003798     05  TIM-LATE-FLAG         PIC X(01).
003798     05  TIM-RESULT            PIC X(07).
003798     05  TIM-RETURN-CODE       PIC 9(02).
003798     05  FILLER                PIC X(07).
003799*
003799* CUMULATIVE ARCHIVE OF EVERY PURGED MASTER RECORD, KEYED ON
003799* CUSTOMER-ID, SO THE ADD PATH CAN RECOGNIZE A RETURNING
003799 FD  RETURNED-CUSTOMER-FILE
003799     RECORD CONTAINS 96 CHARACTERS.
003799 01  RETURNED-CUSTOMER-LINE    PIC X(96).
003799*
003799* KYC RE-VERIFICATION CASE QUEUE, KEYED ON CUSTOMER-ID PLUS A
003799* CASE NUMBER THAT RUNS FROM 00001 PER CUSTOMER.  THIS PROGRAM
003799* OPENS NAME, ADDRESS AND RETURNED-CUSTOMER CASES, TDUPSCAN
003799* OPENS DUPLICATE-PAIR CASES, AND TKYCMNT CLEARS OR ESCALATES
003799* THEM.  THE RECORD LAYOUT MUST STAY IN STEP WITH FD
003799* KYC-CASE-FILE IN TDUPSCAN, TKYCMNT AND TKYCAGE.
003799*
003799 FD  KYC-CASE-FILE.
003799 01  KYC-CASE-RECORD.
003799     05  KYC-KEY.
003799         10  KYC-CUSTOMER-ID   PIC X(10).
003799         10  KYC-CASE-NUMBER   PIC 9(05).
003799     05  KYC-CASE-TYPE         PIC X(04).
003799         88  KYC-TYPE-NAME                   VALUE 'NAME'.
003799         88  KYC-TYPE-ADDRESS                VALUE 'ADDR'.
003799         88  KYC-TYPE-RETURNED               VALUE 'RETN'.
003799         88  KYC-TYPE-DUPLICATE              VALUE 'DUPL'.
003799     05  KYC-TRIGGER-DATE      PIC X(08).
003799     05  KYC-BRANCH-COUNTRY    PIC X(02).
003799     05  KYC-BRANCH-CITY       PIC X(04).
003799     05  KYC-SOURCE-PROGRAM    PIC X(08).
003799     05  KYC-CASE-STATUS       PIC X(01).
003799         88  KYC-CASE-OPEN                   VALUE 'O'.
003799         88  KYC-CASE-ESCALATED              VALUE 'E'.
003799         88  KYC-CASE-CLEARED                VALUE 'C'.
003799     05  KYC-OLD-VALUE         PIC X(65).
003799     05  KYC-NEW-VALUE         PIC X(65).
003799     05  KYC-ACTION-DATE       PIC X(08).
003799     05  KYC-ACTION-OPERATOR   PIC X(03).
003799     05  KYC-ACTION-NOTE       PIC X(30).
003799*
003799* CUSTOMER CHANGE HISTORY, KEYED ON CUSTOMER-ID PLUS A SEQUENCE
003799* NUMBER THAT RUNS FROM 00001 PER CUSTOMER IN THE ORDER THE
003799* CHANGES WERE MADE.  ONE RECORD PER FIELD CHANGED - NAME,
003799* ADDRESS, OR OWNING BRANCH (CCCITY IN THE FIRST SIX BYTES OF
003799* THE VALUE).  THIS PROGRAM, TMAINT AND TADJUD WRITE IT; TMAINT
003799* READS IT BACK.  THE RECORD LAYOUT MUST STAY IN STEP WITH FD
003799* CUSTOMER-HISTORY-FILE IN TMAINT AND TADJUD.
003799*
003799 FD  CUSTOMER-HISTORY-FILE.
003799 01  CUSTOMER-HISTORY-RECORD.
003799     05  HST-KEY.
003799         10  HST-CUSTOMER-ID   PIC X(10).
003799         10  HST-SEQUENCE      PIC 9(05).
003799     05  HST-EFFECTIVE-DATE    PIC X(08).
003799     05  HST-FIELD-CODE        PIC X(04).
003799         88  HST-FIELD-NAME                  VALUE 'NAME'.
003799         88  HST-FIELD-ADDRESS               VALUE 'ADDR'.
003799         88  HST-FIELD-BRANCH                VALUE 'BRCH'.
003799     05  HST-SOURCE-PROGRAM    PIC X(08).
003799     05  HST-OPERATOR          PIC X(03).
003799     05  HST-OLD-VALUE         PIC X(65).
003799     05  HST-NEW-VALUE         PIC X(65).
003799*
003799* RETIRED CUSTOMER-ID CROSS-REFERENCE, KEYED ON THE RETIRED ID,
003799* NAMING THE ID IT WAS MERGED INTO.  READ ONLY HERE, TO
003799* TRANSLATE A RETIRED ID STILL ARRIVING ON A BRANCH EXTRACT.
003799* THE RECORD LAYOUT MUST STAY IN STEP WITH FD CUSTOMER-XREF-FILE
003799* IN TMERGE, WHICH OWNS THE FILE.
003799*
003799 FD  CUSTOMER-XREF-FILE.
003799 01  CUSTOMER-XREF-RECORD.
003799     05  XRF-RETIRED-ID        PIC X(10).
003799     05  XRF-SURVIVOR-ID       PIC X(10).
003799     05  XRF-MERGE-DATE        PIC X(08).
003799     05  XRF-ADJUDICATOR       PIC X(03).
003799     05  XRF-RETIRED-BRANCH.
003799         10  XRF-RETIRED-COUNTRY   PIC X(02).
003799         10  XRF-RETIRED-CITY      PIC X(04).
003799     05  XRF-RETIRED-FIRST-SEEN PIC X(08).
003799     05  XRF-RETIRED-LAST-SEEN PIC X(08).
003800*
003800 WORKING-STORAGE SECTION.
003900*----------------------------------------------------------------
005583 01  TRD-STATS-TABLE.
005583     05  TRD-STATS-ENTRY OCCURS 50 TIMES
005583                         INDEXED BY TRD-STATS-IDX.
005583         10  TRD-STE-RECORD        PIC X(44).
005583         10  FILLER REDEFINES TRD-STE-RECORD.
005583             15  TRD-STE-BRANCH-CODE   PIC X(06).
005583             15  TRD-STE-RESULT        PIC X(07).
005583             15  FILLER                PIC X(31).
005583 77  TRD-STATS-ENTRY-COUNT     PIC 9(02) COMP VALUE ZERO.
005583 77  TRD-STATS-ENTRY-LIMIT     PIC 9(02) COMP VALUE 50.
005583 77  TRD-STATS-FOUND-SW        PIC X(01)     VALUE 'N'.
005583     05  TRD-STW-NEWCUST-COUNT PIC 9(07).
005583     05  TRD-STW-RETURN-CODE   PIC 9(02).
005583     05  TRD-STW-RERUN-FLAG    PIC X(01).
005583     05  TRD-STW-ADRWARN-COUNT PIC 9(07).
005583*
005583* THE TIMING RECORD IS BUILT UP HERE AS THE STEP GOES - START
005583* WHEN THE BRANCH (OR THE RECON/PURGE) BEGINS, PICKUP WHEN THE
005583* EXTRACT OPENS, EXTRACT TIME FROM THE HEADER - AND FINISHED
005583* AND WRITTEN BY 2197.
005583 77  TRD-TIMFILE-STATUS        PIC X(02)     VALUE SPACES.
005583     88  TRD-TIMFILE-OK                      VALUE '00'.
005583     88  TRD-TIMFILE-NOT-FOUND               VALUE '35'.
005583 77  TRD-TIM-WALLCLOCK         PIC 9(08)     VALUE ZERO.
005583 01  TRD-TIMING-WORK.
005583     05  TRD-TMW-RUN-DATE      PIC X(08).
005583     05  TRD-TMW-STEP-TYPE     PIC X(05).
005583     05  TRD-TMW-BRANCH-CODE   PIC X(06).
005583     05  TRD-TMW-START-DATE    PIC X(08).
005583     05  TRD-TMW-START-TIME    PIC X(06).
005583     05  TRD-TMW-END-DATE      PIC X(08).
005583     05  TRD-TMW-END-TIME      PIC X(06).
005583     05  TRD-TMW-PICKUP-DATE   PIC X(08).
005583     05  TRD-TMW-PICKUP-TIME   PIC X(06).
005583     05  TRD-TMW-EXTRACT-TIME  PIC X(06).
005583     05  TRD-TMW-CUTOFF-TIME   PIC X(06).
005583     05  TRD-TMW-LATE-FLAG     PIC X(01).
005583     05  TRD-TMW-RESULT        PIC X(07).
005583     05  TRD-TMW-RETURN-CODE   PIC 9(02).
005583     05  FILLER                PIC X(07).
005583*
005583*----------------------------------------------------------------
005583* RUN DATE GUARD CONTROLS - THE PER-BRANCH PROCESSING HISTORY
005583 77  TRD-GAP-DAYS              PIC 9(05) COMP VALUE ZERO.
005583 77  TRD-ARCH-LAST-NUM         PIC 9(08)     VALUE ZERO.
005583*
005583*----------------------------------------------------------------
005583* KYC CASE QUEUE CONTROLS - THE CALLER OF 3250 SETS THE CASE
005583* TYPE AND THE OLD/NEW VALUES; 3250 FINDS THE CUSTOMER'S NEXT
005583* CASE NUMBER AND SKIPS A TRIGGER THAT ALREADY HAS AN UNWORKED
005583* CASE OF THE SAME TYPE AND NEW VALUE (A RESTART REPLAYING THE
005583* RECORDS PAST THE LAST CHECKPOINT, FOR ONE).
005583*----------------------------------------------------------------
005583 77  TRD-KYCFILE-STATUS        PIC X(02)     VALUE SPACES.
005583     88  TRD-KYCFILE-OK                      VALUE '00'.
005583     88  TRD-KYCFILE-NOT-FOUND               VALUE '35'.
005583 77  TRD-KYC-EOF-SWITCH        PIC X(01)     VALUE 'N'.
005583     88  TRD-KYC-END-OF-FILE                 VALUE 'Y'.
005583     88  TRD-KYC-NOT-END-OF-FILE             VALUE 'N'.
005583 77  TRD-KYC-DUP-SWITCH        PIC X(01)     VALUE 'N'.
005583     88  TRD-KYC-ALREADY-OPEN                VALUE 'Y'.
005583     88  TRD-KYC-NOT-ALREADY-OPEN            VALUE 'N'.
005583 77  TRD-KYC-CASE-TYPE         PIC X(04)     VALUE SPACES.
005583 77  TRD-KYC-OLD-VALUE         PIC X(65)     VALUE SPACES.
005583 77  TRD-KYC-NEW-VALUE         PIC X(65)     VALUE SPACES.
005583 77  TRD-KYC-LAST-NUMBER       PIC 9(05)     VALUE ZERO.
005583 77  TRD-KYC-GAP-EDIT          PIC ZZZZ9.
005583*
005583*----------------------------------------------------------------
005583* CUSTOMER HISTORY CONTROLS - THE NAME, ADDRESS AND OWNING
005583* BRANCH A CUSTOMER HAD BEFORE THE RECONCILE TOUCHED THE MASTER
005583* RECORD; 3260 COMPARES THEM WITH WHAT WAS WRITTEN BACK.
005583*----------------------------------------------------------------
005583 77  TRD-HSTFILE-STATUS        PIC X(02)     VALUE SPACES.
005583     88  TRD-HSTFILE-OK                      VALUE '00'.
005583     88  TRD-HSTFILE-NOT-FOUND               VALUE '35'.
005583 77  TRD-HST-EOF-SWITCH        PIC X(01)     VALUE 'N'.
005583     88  TRD-HST-END-OF-FILE                 VALUE 'Y'.
005583     88  TRD-HST-NOT-END-OF-FILE             VALUE 'N'.
005583 77  TRD-HST-LAST-NUMBER       PIC 9(05)     VALUE ZERO.
005583 77  TRD-HST-FIELD-CODE        PIC X(04)     VALUE SPACES.
005583 77  TRD-HST-OLD-VALUE         PIC X(65)     VALUE SPACES.
005583 77  TRD-HST-NEW-VALUE         PIC X(65)     VALUE SPACES.
005583 77  TRD-HST-BEFORE-NAME       PIC X(60)     VALUE SPACES.
005583 77  TRD-HST-BEFORE-ADDRESS    PIC X(65)     VALUE SPACES.
005583 77  TRD-HST-BEFORE-BRANCH     PIC X(06)     VALUE SPACES.
005583 77  TRD-HST-AFTER-BRANCH      PIC X(06)     VALUE SPACES.
005583*
005583*----------------------------------------------------------------
005583* ADDRESS RULES CONTROLS - THE POSTAL AND PHONE FORMATS FROM
005583* ADRRULES.DAT.  3113 CHECKS ONE ADR SEGMENT AGAINST THE FORMATS
005583* FOR THE COUNTRY OF THE BRANCH BEING LOADED; A FIELD IS ONLY
005583* JUDGED WHEN ITS COUNTRY HAS AT LEAST ONE FORMAT FOR IT.
005583*----------------------------------------------------------------
005583 77  TRD-ADRFILE-STATUS        PIC X(02)     VALUE SPACES.
005583     88  TRD-ADRFILE-OK                      VALUE '00'.
005583     88  TRD-ADRFILE-NOT-FOUND               VALUE '35'.
005583 77  TRD-ADR-EOF-SWITCH        PIC X(01)     VALUE 'N'.
005583     88  TRD-ADR-END-OF-FILE                 VALUE 'Y'.
005583     88  TRD-ADR-NOT-END-OF-FILE             VALUE 'N'.
005583 01  TRD-ADRRULE-TABLE.
005583     05  TRD-ADRRULE-ENTRY OCCURS 100 TIMES
005583                           INDEXED BY TRD-ADRRULE-IDX.
005583         10  TRD-ARL-COUNTRY       PIC X(02).
005583         10  TRD-ARL-POSTAL        PIC X(10).
005583         10  TRD-ARL-PHONE         PIC X(15).
005583 77  TRD-ADRRULE-COUNT         PIC 9(03) COMP VALUE ZERO.
005583 77  TRD-ADRRULE-LIMIT         PIC 9(03) COMP VALUE 100.
005583 77  TRD-ADR-FIELD-SW          PIC X(01)     VALUE SPACE.
005583     88  TRD-ADR-CHECKING-POSTAL             VALUE 'P'.
005583     88  TRD-ADR-CHECKING-PHONE              VALUE 'T'.
005583 77  TRD-ADR-RULE-FOUND-SW     PIC X(01)     VALUE 'N'.
005583     88  TRD-ADR-RULE-FOUND                  VALUE 'Y'.
005583     88  TRD-ADR-NO-RULE-FOUND               VALUE 'N'.
005583 77  TRD-ADR-MATCH-SW          PIC X(01)     VALUE 'N'.
005583     88  TRD-ADR-MATCHED                     VALUE 'Y'.
005583     88  TRD-ADR-NOT-MATCHED                 VALUE 'N'.
005583 77  TRD-ADR-MISMATCH-SW       PIC X(01)     VALUE 'N'.
005583     88  TRD-ADR-POSITION-MISMATCH           VALUE 'Y'.
005583     88  TRD-ADR-POSITION-MATCH              VALUE 'N'.
005583 77  TRD-ADR-CHECK-VALUE       PIC X(15)     VALUE SPACES.
005583 77  TRD-ADR-CHECK-PATTERN     PIC X(15)     VALUE SPACES.
005583 77  TRD-ADR-POSITION          PIC 9(02) COMP VALUE ZERO.
005583 77  TRD-ADR-VALUE-CHAR        PIC X(01)     VALUE SPACE.
005583 77  TRD-ADR-PATTERN-CHAR      PIC X(01)     VALUE SPACE.
005583*
005583*----------------------------------------------------------------
005583* RETIRED-ID CROSS-REFERENCE CONTROLS - NO CUSTXREF.DAT AT ALL
005583* MEANS NOTHING HAS BEEN MERGED YET, SO EVERY ID PASSES THROUGH
005583* UNTRANSLATED.
005583*----------------------------------------------------------------
005583 77  TRD-XRFFILE-STATUS        PIC X(02)     VALUE SPACES.
005583     88  TRD-XRFFILE-OK                      VALUE '00'.
005583     88  TRD-XRFFILE-NOT-FOUND               VALUE '35'.
005583 77  TRD-XRF-OPEN-SW           PIC X(01)     VALUE 'N'.
005583     88  TRD-XRF-OPEN                        VALUE 'Y'.
005583     88  TRD-XRF-NOT-OPEN                    VALUE 'N'.
005583 77  TRD-ADRWARN-COUNT         PIC 9(07) COMP VALUE ZERO.
005583 77  TRD-TOT-ADRWARN           PIC 9(07) COMP VALUE ZERO.
005583*
005584 77  TRD-NEWCUST-COUNT         PIC 9(07) COMP VALUE ZERO.
005585 77  TRD-EXC-BASE-COUNT        PIC 9(07) COMP VALUE ZERO.
005586 77  TRD-BRANCH-EXC-COUNT      PIC 9(07) COMP VALUE ZERO.
005713     05  TRD-VOL-MIN-COUNT     PIC ZZZZZZ9.
005713     05  FILLER                PIC X(04) VALUE ' TO '.
005713     05  TRD-VOL-MAX-COUNT     PIC ZZZZZZ9.
005713*
005713*----------------------------------------------------------------
005713* ADDRESS WARNING DETAIL LINE LAYOUT - AN ADR SEGMENT FIELD THAT
005713* FITS NONE OF THE BRANCH COUNTRY'S FORMATS ON ADRRULES.DAT.
005713* THE CUSTOMER STILL LOADS; THIS LINE MARKS THE FIELD AND THE
005713* VALUE THE BRANCH SENT SO IT CAN BE CORRECTED AT SOURCE.
005713*----------------------------------------------------------------
005713 01  TRD-ADDRESS-WARNING-DETAIL.
005713     05  FILLER                PIC X(05) VALUE 'LINE '.
005713     05  TRD-ADW-LINE-NUMBER   PIC ZZZZZZ9.
005713     05  FILLER                PIC X(17) VALUE
005713         ' ADDRESS WARNING '.
005713     05  TRD-ADW-FIELD         PIC X(06).
005713     05  FILLER                PIC X(01) VALUE SPACE.
005713     05  TRD-ADW-VALUE         PIC X(15).
005713     05  FILLER                PIC X(10) VALUE ' CUSTOMER '.
005713     05  TRD-ADW-CUSTOMER-ID   PIC X(10).
005713     05  FILLER                PIC X(06) VALUE ' CTRY '.
005713     05  TRD-ADW-COUNTRY       PIC X(02).
005714*
005714*----------------------------------------------------------------
005714* TRAILER COUNT MISMATCH DETAIL LINE LAYOUT - BOTH NUMBERS GO TO
005716     05  FILLER                PIC X(06) VALUE ' FILE '.
005716     05  TRD-DUP-SOURCE-FILE   PIC X(30).
005717*
005716*----------------------------------------------------------------
005716* RETIRED-ID DETAIL LINE LAYOUT - A CUSTOMER-ID THE BRANCH SENT
005716* THAT DATA QUALITY HAS MERGED INTO ANOTHER.  THE RECORD LOADS
005716* UNDER THE SURVIVING ID; THIS LINE TELLS THE BRANCH TO CHANGE
005716* ITS OWN SYSTEM OVER.
005716*----------------------------------------------------------------
005716 01  TRD-RETIRED-ID-DETAIL.
005716     05  FILLER                PIC X(20) VALUE
005716         'RETIRED CUSTOMER-ID '.
005716     05  TRD-RTD-RETIRED-ID    PIC X(10).
005716     05  FILLER                PIC X(13) VALUE ' MERGED INTO '.
005716     05  TRD-RTD-SURVIVOR-ID   PIC X(10).
005717*
005717*----------------------------------------------------------------
005717* NAME CHANGE DETAIL LINE LAYOUT - WRITTEN TWICE PER CHANGE,
005717* ONCE FLAGGED 'OLD ' WITH THE NAME HELD ON THE MASTER AND ONCE
005721     05  FILLER                PIC X(09) VALUE 'RECORDS'.
005721     05  FILLER                PIC X(09) VALUE 'EXCEPTS'.
005721     05  FILLER                PIC X(09) VALUE 'NEWCUST'.
005721     05  FILLER                PIC X(09) VALUE 'ADRWARN'.
005721     05  FILLER                PIC X(02) VALUE 'RC'.
005721     05  FILLER                PIC X(03) VALUE ' RR'.
005721*
005721     05  FILLER                PIC X(02) VALUE SPACE.
005721     05  TRD-SUM-NEWCUST       PIC ZZZZZZ9.
005721     05  FILLER                PIC X(02) VALUE SPACE.
005721     05  TRD-SUM-ADRWARN       PIC ZZZZZZ9.
005721     05  FILLER                PIC X(02) VALUE SPACE.
005721     05  TRD-SUM-RC            PIC 99.
005721     05  FILLER                PIC X(02) VALUE SPACE.
005721     05  TRD-SUM-RERUN         PIC X(01).
005721     05  TRD-SUM-TOT-EXCEPTS   PIC ZZZZZZ9.
005721     05  FILLER                PIC X(02) VALUE SPACE.
005721     05  TRD-SUM-TOT-NEWCUST   PIC ZZZZZZ9.
005721     05  FILLER                PIC X(02) VALUE SPACE.
005721     05  TRD-SUM-TOT-ADRWARN   PIC ZZZZZZ9.
005721*
005721 01  TRD-SUM-MISSING-LINE.
005721     05  FILLER                PIC X(34) VALUE
009404* PER-BRANCH), SO NONE OF THE THREE IS OPENED HERE.
009500*----------------------------------------------------------------
009600 1000-INITIALIZE.
009605     MOVE SPACES TO TRD-TIMING-WORK
009605     ACCEPT TRD-TMW-START-DATE FROM DATE YYYYMMDD
009605     ACCEPT TRD-TIM-WALLCLOCK FROM TIME
009605     MOVE TRD-TIM-WALLCLOCK (1:6) TO TRD-TMW-START-TIME
009610     PERFORM 1120-GET-RUN-PARAMETERS THRU 1120-EXIT
009615     IF TRD-PARM-RECONCILE-ONLY
009615         MOVE 'RECON' TO TRD-TMW-STEP-TYPE
009615     END-IF
009615     IF TRD-PARM-PURGE-ONLY
009615         MOVE 'PURGE' TO TRD-TMW-STEP-TYPE
009615     END-IF
009725     OPEN EXTEND AUDIT-LOG-FILE
009726     IF NOT TRD-AUDITFILE-OK
009727         DISPLAY 'TREAD - AUDIT LOG OPEN FAILED, STATUS '
009738         IF TRD-RETURN-CODE = 16
009738             GO TO 1000-EXIT
009738         END-IF
009738         PERFORM 1170-OPEN-KYC-CASE-FILE THRU 1170-EXIT
009738         IF TRD-RETURN-CODE = 16
009738             GO TO 1000-EXIT
009738         END-IF
009738         PERFORM 1180-OPEN-CUSTOMER-HISTORY THRU 1180-EXIT
009738         IF TRD-RETURN-CODE = 16
009738             GO TO 1000-EXIT
009738         END-IF
009738         PERFORM 1190-LOAD-ADDRESS-RULES THRU 1190-EXIT
009738         IF TRD-RETURN-CODE = 16
009738             GO TO 1000-EXIT
009738         END-IF
009738         PERFORM 1195-OPEN-CUSTOMER-XREF THRU 1195-EXIT
009738         IF TRD-RETURN-CODE = 16
009738             GO TO 1000-EXIT
009738         END-IF
009739     END-IF
009739     IF NOT TRD-PARM-PURGE-ONLY
009739         PERFORM 1150-LOAD-HOLIDAY-CALENDAR THRU 1150-EXIT
010286     END-IF.
010286 1160-EXIT.
010286     EXIT.
010287*----------------------------------------------------------------
010287* 1170-OPEN-KYC-CASE-FILE - ONLY THE BRANCH STEPS (AND THE SWEEP
010287* THAT RETRIES THEM) RAISE KYC TRIGGERS.  THE CASE FILE MAY NOT
010287* EXIST YET ON ITS FIRST RUN, SO CREATE IT AND RE-OPEN FOR I-O.
010287*----------------------------------------------------------------
010287 1170-OPEN-KYC-CASE-FILE.
010287     OPEN I-O KYC-CASE-FILE
010287     IF TRD-KYCFILE-NOT-FOUND
010287         OPEN OUTPUT KYC-CASE-FILE
010287         CLOSE KYC-CASE-FILE
010287         OPEN I-O KYC-CASE-FILE
010287     END-IF
010287     IF NOT TRD-KYCFILE-OK
010287         DISPLAY 'TREAD - KYC CASE FILE OPEN FAILED, STATUS '
010287                 TRD-KYCFILE-STATUS
010287         MOVE 16 TO TRD-RETURN-CODE
010287     END-IF.
010287 1170-EXIT.
010287     EXIT.
010288*----------------------------------------------------------------
010288* 1180-OPEN-CUSTOMER-HISTORY - OPENED BESIDE THE KYC CASE FILE,
010288* FOR THE SAME STEPS, AND CREATED THE SAME WAY ON ITS FIRST RUN.
010288*----------------------------------------------------------------
010288 1180-OPEN-CUSTOMER-HISTORY.
010288     OPEN I-O CUSTOMER-HISTORY-FILE
010288     IF TRD-HSTFILE-NOT-FOUND
010288         OPEN OUTPUT CUSTOMER-HISTORY-FILE
010288         CLOSE CUSTOMER-HISTORY-FILE
010288         OPEN I-O CUSTOMER-HISTORY-FILE
010288     END-IF
010288     IF NOT TRD-HSTFILE-OK
010288         DISPLAY 'TREAD - CUSTOMER HISTORY OPEN FAILED, STATUS '
010288                 TRD-HSTFILE-STATUS
010288         MOVE 16 TO TRD-RETURN-CODE
010288     END-IF.
010288 1180-EXIT.
010288     EXIT.
010289*----------------------------------------------------------------
010289* 1190-LOAD-ADDRESS-RULES - THE ACCEPTED POSTAL AND PHONE FORMATS
010289* PER COUNTRY.  NO FILE AT ALL SIMPLY MEANS NO COUNTRY HAS ANY
010289* FORMATS YET, SO A MISSING FILE IS NOT AN ERROR - EVERY ADR
010289* SEGMENT LOADS UNCHECKED, AS IT ALWAYS HAS.
010289*----------------------------------------------------------------
010289 1190-LOAD-ADDRESS-RULES.
010289     MOVE ZERO TO TRD-ADRRULE-COUNT
010289     MOVE SPACES TO TRD-ADRRULE-TABLE
010289     MOVE 'N' TO TRD-ADR-EOF-SWITCH
010289     OPEN INPUT ADDRESS-RULES-FILE
010289     IF TRD-ADRFILE-NOT-FOUND
010289         GO TO 1190-EXIT
010289     END-IF
010289     IF NOT TRD-ADRFILE-OK
010289         DISPLAY 'TREAD - ADDRESS RULES OPEN FAILED, STATUS '
010289                 TRD-ADRFILE-STATUS
010289         MOVE 16 TO TRD-RETURN-CODE
010289         GO TO 1190-EXIT
010289     END-IF
010289     READ ADDRESS-RULES-FILE
010289         AT END SET TRD-ADR-END-OF-FILE TO TRUE
010289     END-READ
010289     PERFORM 1191-LOAD-ONE-RULE THRU 1191-EXIT
010289         UNTIL TRD-ADR-END-OF-FILE
010289     CLOSE ADDRESS-RULES-FILE.
010289 1190-EXIT.
010289     EXIT.
010289*----------------------------------------------------------------
010289* 1191-LOAD-ONE-RULE - A BLANK LINE, OR A LINE WITH NEITHER A
010289* POSTAL NOR A PHONE FORMAT ON IT, IS SKIPPED LIKE A BLANK LINE
010289* IN BRANCHES.DAT.
010289*----------------------------------------------------------------
010289 1191-LOAD-ONE-RULE.
010289     IF ADR-RULE-COUNTRY = SPACES
010289         GO TO 1191-READ-NEXT
010289     END-IF
010289     IF ADR-RULE-POSTAL = SPACES AND ADR-RULE-PHONE = SPACES
010289         GO TO 1191-READ-NEXT
010289     END-IF
010289     IF TRD-ADRRULE-COUNT >= TRD-ADRRULE-LIMIT
010289         DISPLAY 'TREAD - ADDRESS RULES EXCEED TABLE LIMIT'
010289         MOVE 16 TO TRD-RETURN-CODE
010289         SET TRD-ADR-END-OF-FILE TO TRUE
010289         GO TO 1191-EXIT
010289     END-IF
010289     ADD 1 TO TRD-ADRRULE-COUNT
010289     SET TRD-ADRRULE-IDX TO TRD-ADRRULE-COUNT
010289     MOVE ADR-RULE-COUNTRY TO TRD-ARL-COUNTRY (TRD-ADRRULE-IDX)
010289     MOVE ADR-RULE-POSTAL  TO TRD-ARL-POSTAL (TRD-ADRRULE-IDX)
010289     MOVE ADR-RULE-PHONE   TO TRD-ARL-PHONE (TRD-ADRRULE-IDX).
010289 1191-READ-NEXT.
010289     READ ADDRESS-RULES-FILE
010289         AT END SET TRD-ADR-END-OF-FILE TO TRUE
010289     END-READ.
010289 1191-EXIT.
010289     EXIT.
010289*----------------------------------------------------------------
010289* 1195-OPEN-CUSTOMER-XREF - TMERGE CREATES THE CROSS-REFERENCE
010289* ON ITS FIRST MERGE; UNTIL THEN A MISSING FILE IS NOT AN ERROR.
010289*----------------------------------------------------------------
010289 1195-OPEN-CUSTOMER-XREF.
010289     MOVE 'N' TO TRD-XRF-OPEN-SW
010289     OPEN INPUT CUSTOMER-XREF-FILE
010289     IF TRD-XRFFILE-NOT-FOUND
010289         GO TO 1195-EXIT
010289     END-IF
010289     IF NOT TRD-XRFFILE-OK
010289         DISPLAY 'TREAD - CROSS-REFERENCE OPEN FAILED, STATUS '
010289                 TRD-XRFFILE-STATUS
010289         MOVE 16 TO TRD-RETURN-CODE
010289         GO TO 1195-EXIT
010289     END-IF
010289     SET TRD-XRF-OPEN TO TRUE.
010289 1195-EXIT.
010289     EXIT.
010000*----------------------------------------------------------------
010100* 2000-PROCESS-ALL-BRANCHES - PROCESS EVERY BRANCH ON THE
010110* BRANCH CONTROL FILE FOR THE CURRENT RUN DATE, UNLESS A SINGLE
011200* 2100-PROCESS-ONE-BRANCH
011300*----------------------------------------------------------------
011400 2100-PROCESS-ONE-BRANCH.
011401     MOVE SPACES TO TRD-TIMING-WORK
011401     ACCEPT TRD-TMW-START-DATE FROM DATE YYYYMMDD
011401     ACCEPT TRD-TIM-WALLCLOCK FROM TIME
011401     MOVE TRD-TIM-WALLCLOCK (1:6) TO TRD-TMW-START-TIME
011401     MOVE 'N' TO TRD-BRANCH-FAIL-SWITCH
011401     MOVE 'N' TO TRD-BRANCH-RERUN-SW
011401     MOVE 'N' TO TRD-DATE-REFUSED-SW
011402     MOVE ZERO TO TRD-DETAIL-COUNT
011403     MOVE ZERO TO TRD-NEWCUST-COUNT
011403     MOVE ZERO TO TRD-ADRWARN-COUNT
011404     MOVE TRD-EXCEPTION-COUNT TO TRD-EXC-BASE-COUNT
011405     MOVE 'FAILED ' TO TRD-BRANCH-RESULT
011410     IF TRD-BRANCH-IS-SUSPENDED (TRD-BRANCH-IDX)
012640         MOVE 16 TO TRD-RETURN-CODE
012650         GO TO 2100-ABORT-BRANCH
012660     END-IF
012690     ACCEPT TRD-TMW-PICKUP-DATE FROM DATE YYYYMMDD
012690     ACCEPT TRD-TIM-WALLCLOCK FROM TIME
012690     MOVE TRD-TIM-WALLCLOCK (1:6) TO TRD-TMW-PICKUP-TIME
012700     MOVE TRD-BRANCH-COUNTRY (TRD-BRANCH-IDX) TO TRD-STAT-COUNTRY
012800     MOVE TRD-BRANCH-CITY (TRD-BRANCH-IDX)    TO TRD-STAT-CITY
012900     MOVE 'FOUND'   TO TRD-STAT-RESULT
013226* STATISTICS RECORD ON THE NIGHTLY STATS FILE FOR THE RECON
013227* STEP'S SUMMARY REPORT.  THE RC RECORDED IS WHAT THIS BRANCH
013228* ALONE CONTRIBUTES - IN A ONE-BRANCH-PER-STEP RUN IT IS THE
013229* STEP'S RETURN CODE.  THE BRANCH'S TIMING RECORD GOES ON THE
013229* TIMING HISTORY THE SAME WAY.
013231*----------------------------------------------------------------
013232 2100-WRAPUP.
013233     MOVE TRD-EXCEPTION-COUNT TO TRD-BRANCH-EXC-COUNT
013252         END-IF
013253     END-IF
013254     PERFORM 2195-WRITE-STATS-RECORD THRU 2195-EXIT
013255     PERFORM 2198-UPDATE-RUN-HISTORY THRU 2198-EXIT
013256     IF TRD-SWEEP-MODE
013256         MOVE 'SWEEP' TO TRD-TMW-STEP-TYPE
013256     ELSE
013256         MOVE 'LOAD ' TO TRD-TMW-STEP-TYPE
013256     END-IF
013256     MOVE TRD-BRANCH-CODE (TRD-BRANCH-IDX)
013256                               TO TRD-TMW-BRANCH-CODE
013256     MOVE TRD-BRANCH-CUTOFF-TIME (TRD-BRANCH-IDX)
013256                               TO TRD-TMW-CUTOFF-TIME
013256     MOVE TRD-BRANCH-RESULT    TO TRD-TMW-RESULT
013256     MOVE TRD-BRANCH-RC        TO TRD-TMW-RETURN-CODE
013256     PERFORM 2197-WRITE-TIMING-RECORD THRU 2197-EXIT.
013300 2100-EXIT.
013400     EXIT.
013410*----------------------------------------------------------------
015761     MOVE TRD-DETAIL-COUNT      TO TRD-STW-RECORD-COUNT
015761     MOVE TRD-BRANCH-EXC-COUNT  TO TRD-STW-EXC-COUNT
015761     MOVE TRD-NEWCUST-COUNT     TO TRD-STW-NEWCUST-COUNT
015761     MOVE TRD-ADRWARN-COUNT     TO TRD-STW-ADRWARN-COUNT
015761     MOVE TRD-BRANCH-RC         TO TRD-STW-RETURN-CODE
015761     IF TRD-BRANCH-IS-RERUN
015761         MOVE 'R' TO TRD-STW-RERUN-FLAG
015794     END-STRING.
015795 2196-EXIT.
015796     EXIT.
015796*----------------------------------------------------------------
015796* 2197-WRITE-TIMING-RECORD - STAMP THE END TIME, FLAG AN EXTRACT
015796* CUT AFTER THE BRANCH CUTOFF, AND APPEND THE RECORD TO THE
015796* ROLLING TIMING HISTORY, OPENED AND CLOSED PER APPEND LIKE THE
015796* STATS HISTORY.  THE TIMING IS FOR THE BATCH WINDOW REVIEW, NOT
015796* FOR THE LOAD: A RECORD THAT CANNOT BE WRITTEN IS REPORTED ON
015796* THE CONSOLE BUT DOES NOT FAIL THE STEP.
015796*----------------------------------------------------------------
015796 2197-WRITE-TIMING-RECORD.
015796     MOVE TRD-RUN-DATE TO TRD-TMW-RUN-DATE
015796     ACCEPT TRD-TMW-END-DATE FROM DATE YYYYMMDD
015796     ACCEPT TRD-TIM-WALLCLOCK FROM TIME
015796     MOVE TRD-TIM-WALLCLOCK (1:6) TO TRD-TMW-END-TIME
015796     MOVE SPACE TO TRD-TMW-LATE-FLAG
015796     IF TRD-TMW-EXTRACT-TIME IS NUMERIC
015796         AND TRD-TMW-CUTOFF-TIME IS NUMERIC
015796         AND TRD-TMW-EXTRACT-TIME > TRD-TMW-CUTOFF-TIME
015796         MOVE 'L' TO TRD-TMW-LATE-FLAG
015796     END-IF
015796     OPEN EXTEND TIMING-HISTORY-FILE
015796     IF TRD-TIMFILE-NOT-FOUND
015796         OPEN OUTPUT TIMING-HISTORY-FILE
015796     END-IF
015796     IF NOT TRD-TIMFILE-OK
015796         DISPLAY 'TREAD - TIMING HISTORY OPEN FAILED, STATUS '
015796                 TRD-TIMFILE-STATUS ' - TIMING NOT RECORDED'
015796         GO TO 2197-EXIT
015796     END-IF
015796     MOVE TRD-TIMING-WORK TO TIMING-HISTORY-RECORD
015796     WRITE TIMING-HISTORY-RECORD
015796     CLOSE TIMING-HISTORY-FILE.
015796 2197-EXIT.
015796     EXIT.
015797*----------------------------------------------------------------
015797* 2198-UPDATE-RUN-HISTORY - RECORD THE RUN DATE JUST PROCESSED
015797* FOR THIS BRANCH.  EVERY OUTCOME THE GUARD LET THROUGH MOVES
017801         GO TO 3015-EXIT
017801     END-IF
017801     MOVE TRD-HELD-CUSTOMER-ID TO SRT-CUSTOMER-ID
017801     PERFORM 3016-TRANSLATE-RETIRED-ID THRU 3016-EXIT
017801     MOVE TRD-HELD-LASTNAME    TO SRT-LASTNAME
017801     MOVE TRD-HELD-FIRSTNAME   TO SRT-FIRSTNAME
017801     MOVE TRD-HELD-MIDDLENAME  TO SRT-MIDDLENAME
017801 3015-EXIT.
017801     EXIT.
017801*----------------------------------------------------------------
017801* 3016-TRANSLATE-RETIRED-ID - A CUSTOMER-ID DATA QUALITY HAS
017801* MERGED INTO ANOTHER IS SWAPPED FOR ITS SURVIVOR HERE, BEFORE
017801* THE SORT, SO THE MATCH AGAINST THE MASTER (AND THE DUPLICATE
017801* CHECK, IF THE BRANCH ALSO SENT THE SURVIVOR) SEES ONLY THE
017801* SURVIVING ID IN ITS PROPER KEY ORDER.  TMERGE KEEPS EVERY
017801* ENTRY POINTING AT A LIVE ID, SO ONE LOOKUP IS ENOUGH.  THE
017801* INFORMATION LINE IS NOT AN EXCEPTION AND, LIKE 3118, IS NOT
017801* WRITTEN AGAIN ON A RESTART.
017801*----------------------------------------------------------------
017801 3016-TRANSLATE-RETIRED-ID.
017801     IF TRD-XRF-NOT-OPEN
017801         GO TO 3016-EXIT
017801     END-IF
017801     MOVE TRD-HELD-CUSTOMER-ID TO XRF-RETIRED-ID
017801     READ CUSTOMER-XREF-FILE
017801         INVALID KEY GO TO 3016-EXIT
017801     END-READ
017801     MOVE XRF-SURVIVOR-ID TO SRT-CUSTOMER-ID
017801     IF TRD-RESTART-COUNT > ZERO
017801         GO TO 3016-EXIT
017801     END-IF
017801     MOVE TRD-HELD-CUSTOMER-ID TO TRD-RTD-RETIRED-ID
017801     MOVE XRF-SURVIVOR-ID      TO TRD-RTD-SURVIVOR-ID
017801     MOVE TRD-RETIRED-ID-DETAIL TO EXCEPTION-LINE
017801     WRITE EXCEPTION-LINE.
017801 3016-EXIT.
017801     EXIT.
017801*----------------------------------------------------------------
017802* 3013-WRITE-CHECKPOINT - RECORD THE LAST SORTED CUSTOMER-ID
017803* WRITTEN, THE RUNNING SORTED-OUTPUT COUNT, AND THE REPORT'S
017804* CURRENT PAGE NUMBER/LINE COUNT SO A RESTART CAN SKIP RE-WRITING
018039     MOVE SPACES TO MAST-ACK-REASON
018039     WRITE CUSTOMER-MASTER-RECORD
018039     IF TRD-CUST-IS-RETURNING
018039         MOVE ARCH-CUSTOMER-NAME    TO TRD-HST-BEFORE-NAME
018039         MOVE ARCH-CUSTOMER-ADDRESS TO TRD-HST-BEFORE-ADDRESS
018039         MOVE ARCH-BRANCH-COUNTRY   TO TRD-HST-BEFORE-BRANCH (1:2)
018039         MOVE ARCH-BRANCH-CITY      TO TRD-HST-BEFORE-BRANCH (3:4)
018039         PERFORM 3260-RECORD-HISTORY THRU 3260-EXIT
018039         PERFORM 3238-REPORT-RETURNED THRU 3238-EXIT
018039         GO TO 3231-EXIT
018039     END-IF
018039*----------------------------------------------------------------
018039* 3238-REPORT-RETURNED - THE GAP IS COUNTED FROM THE LAST DAY
018039* THE CUSTOMER WAS SEEN BEFORE THE PURGE TO THE RUN DATE THEY
018039* CAME BACK.  A CUSTOMER BACK FROM THE ARCHIVE IS RE-VERIFIED
018039* BEFORE BEING TRUSTED AGAIN, SO A KYC CASE IS OPENED TOO.
018039*----------------------------------------------------------------
018039 3238-REPORT-RETURNED.
018039     MOVE ZERO TO TRD-GAP-DAYS
018039     MOVE TRD-GAP-DAYS         TO TRD-RET-GAP-DAYS
018039     MOVE TRD-RETURNED-DETAIL  TO RETURNED-CUSTOMER-LINE
018039     WRITE RETURNED-CUSTOMER-LINE
018039     ADD 1 TO TRD-RETURNED-COUNT
018039     MOVE TRD-GAP-DAYS TO TRD-KYC-GAP-EDIT
018039     MOVE 'RETN' TO TRD-KYC-CASE-TYPE
018039     MOVE SPACES TO TRD-KYC-OLD-VALUE
018039     STRING 'LAST SEEN '            DELIMITED BY SIZE
018039            ARCH-LAST-SEEN-DATE     DELIMITED BY SIZE
018039            ' AT '                  DELIMITED BY SIZE
018039            ARCH-BRANCH-COUNTRY     DELIMITED BY SIZE
018039            '-'                     DELIMITED BY SIZE
018039            ARCH-BRANCH-CITY        DELIMITED BY SIZE
018039            ' GAP '                 DELIMITED BY SIZE
018039            TRD-KYC-GAP-EDIT        DELIMITED BY SIZE
018039            ' DAYS'                 DELIMITED BY SIZE
018039       INTO TRD-KYC-OLD-VALUE
018039     END-STRING
018039     MOVE MAST-CUSTOMER-NAME TO TRD-KYC-NEW-VALUE
018039     PERFORM 3250-OPEN-KYC-CASE THRU 3250-EXIT.
018039 3238-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018039* 3250-OPEN-KYC-CASE - OPEN A KYC RE-VERIFICATION CASE FOR THE
018039* CUSTOMER IN HAND, OWNED BY THE BRANCH BEING LOADED.  THE
018039* CUSTOMER'S EXISTING CASES ARE WALKED IN KEY ORDER FIRST: THE
018039* HIGHEST CASE NUMBER GIVES THE NEXT ONE, AND A CASE OF THE
018039* SAME TYPE AND NEW VALUE STILL OPEN OR ESCALATED MEANS THE
018039* TRIGGER IS ALREADY IN THE QUEUE.  THE CASE FILE IS SEPARATE
018039* FROM THE MASTER, SO THE WALK DOES NOT DISTURB THE
018039* MATCH-MERGE'S READ-NEXT POSITION.
018039*----------------------------------------------------------------
018039 3250-OPEN-KYC-CASE.
018039     MOVE ZERO TO TRD-KYC-LAST-NUMBER
018039     MOVE 'N' TO TRD-KYC-DUP-SWITCH
018039     MOVE 'N' TO TRD-KYC-EOF-SWITCH
018039     MOVE SRT-CUSTOMER-ID TO KYC-CUSTOMER-ID
018039     MOVE ZERO TO KYC-CASE-NUMBER
018039     START KYC-CASE-FILE KEY IS >= KYC-KEY
018039         INVALID KEY SET TRD-KYC-END-OF-FILE TO TRUE
018039     END-START
018039     PERFORM 3251-CHECK-ONE-KYC-CASE THRU 3251-EXIT
018039         UNTIL TRD-KYC-END-OF-FILE
018039     IF TRD-KYC-ALREADY-OPEN
018039         GO TO 3250-EXIT
018039     END-IF
018039     MOVE SPACES TO KYC-CASE-RECORD
018039     MOVE SRT-CUSTOMER-ID      TO KYC-CUSTOMER-ID
018039     COMPUTE KYC-CASE-NUMBER = TRD-KYC-LAST-NUMBER + 1
018039     MOVE TRD-KYC-CASE-TYPE    TO KYC-CASE-TYPE
018039     MOVE TRD-RUN-DATE         TO KYC-TRIGGER-DATE
018039     MOVE TRD-BRANCH-COUNTRY (TRD-BRANCH-IDX)
018039                               TO KYC-BRANCH-COUNTRY
018039     MOVE TRD-BRANCH-CITY (TRD-BRANCH-IDX)
018039                               TO KYC-BRANCH-CITY
018039     MOVE 'TREAD'              TO KYC-SOURCE-PROGRAM
018039     SET KYC-CASE-OPEN         TO TRUE
018039     MOVE TRD-KYC-OLD-VALUE    TO KYC-OLD-VALUE
018039     MOVE TRD-KYC-NEW-VALUE    TO KYC-NEW-VALUE
018039     WRITE KYC-CASE-RECORD
018039     IF NOT TRD-KYCFILE-OK
018039         DISPLAY 'TREAD - KYC CASE WRITE FAILED, STATUS '
018039                 TRD-KYCFILE-STATUS ' KEY ' KYC-KEY
018039     END-IF.
018039 3250-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018039* 3251-CHECK-ONE-KYC-CASE
018039*----------------------------------------------------------------
018039 3251-CHECK-ONE-KYC-CASE.
018039     READ KYC-CASE-FILE NEXT RECORD
018039         AT END SET TRD-KYC-END-OF-FILE TO TRUE
018039     END-READ
018039     IF TRD-KYC-END-OF-FILE
018039         GO TO 3251-EXIT
018039     END-IF
018039     IF KYC-CUSTOMER-ID NOT = SRT-CUSTOMER-ID
018039         SET TRD-KYC-END-OF-FILE TO TRUE
018039         GO TO 3251-EXIT
018039     END-IF
018039     MOVE KYC-CASE-NUMBER TO TRD-KYC-LAST-NUMBER
018039     IF KYC-CASE-TYPE = TRD-KYC-CASE-TYPE
018039         AND KYC-NEW-VALUE = TRD-KYC-NEW-VALUE
018039         AND NOT KYC-CASE-CLEARED
018039         SET TRD-KYC-ALREADY-OPEN TO TRUE
018039     END-IF.
018039 3251-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018039* 3260-RECORD-HISTORY - THE MASTER RECORD IN HAND HAS JUST BEEN
018039* WRITTEN BACK; THE CALLER SAVED THE NAME, ADDRESS AND BRANCH
018039* IT HELD BEFORE.  EACH OF THE THREE THAT DIFFERS GETS ITS OWN
018039* BEFORE/AFTER RECORD ON THE CUSTOMER HISTORY FILE, EFFECTIVE
018039* THE RUN DATE.  THE HISTORY FILE IS SEPARATE FROM THE MASTER,
018039* SO THIS DOES NOT DISTURB THE MATCH-MERGE'S READ-NEXT POSITION.
018039*----------------------------------------------------------------
018039 3260-RECORD-HISTORY.
018039     MOVE MAST-BRANCH-COUNTRY TO TRD-HST-AFTER-BRANCH (1:2)
018039     MOVE MAST-BRANCH-CITY    TO TRD-HST-AFTER-BRANCH (3:4)
018039     IF MAST-CUSTOMER-NAME NOT = TRD-HST-BEFORE-NAME
018039         MOVE 'NAME'              TO TRD-HST-FIELD-CODE
018039         MOVE TRD-HST-BEFORE-NAME TO TRD-HST-OLD-VALUE
018039         MOVE MAST-CUSTOMER-NAME  TO TRD-HST-NEW-VALUE
018039         PERFORM 3261-WRITE-HISTORY-RECORD THRU 3261-EXIT
018039     END-IF
018039     IF MAST-CUSTOMER-ADDRESS NOT = TRD-HST-BEFORE-ADDRESS
018039         MOVE 'ADDR'                 TO TRD-HST-FIELD-CODE
018039         MOVE TRD-HST-BEFORE-ADDRESS TO TRD-HST-OLD-VALUE
018039         MOVE MAST-CUSTOMER-ADDRESS  TO TRD-HST-NEW-VALUE
018039         PERFORM 3261-WRITE-HISTORY-RECORD THRU 3261-EXIT
018039     END-IF
018039     IF TRD-HST-AFTER-BRANCH NOT = TRD-HST-BEFORE-BRANCH
018039         MOVE 'BRCH'                TO TRD-HST-FIELD-CODE
018039         MOVE TRD-HST-BEFORE-BRANCH TO TRD-HST-OLD-VALUE
018039         MOVE TRD-HST-AFTER-BRANCH  TO TRD-HST-NEW-VALUE
018039         PERFORM 3261-WRITE-HISTORY-RECORD THRU 3261-EXIT
018039     END-IF.
018039 3260-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018039* 3261-WRITE-HISTORY-RECORD - THE CUSTOMER'S EXISTING HISTORY
018039* IS WALKED TO FIND THE NEXT SEQUENCE NUMBER.  A BRANCH STEP
018039* HAS NO OPERATOR, SO THE INITIALS ARE LEFT BLANK.
018039*----------------------------------------------------------------
018039 3261-WRITE-HISTORY-RECORD.
018039     MOVE ZERO TO TRD-HST-LAST-NUMBER
018039     MOVE 'N' TO TRD-HST-EOF-SWITCH
018039     MOVE MAST-KEY TO HST-CUSTOMER-ID
018039     MOVE ZERO TO HST-SEQUENCE
018039     START CUSTOMER-HISTORY-FILE KEY IS >= HST-KEY
018039         INVALID KEY SET TRD-HST-END-OF-FILE TO TRUE
018039     END-START
018039     PERFORM 3262-CHECK-ONE-HISTORY THRU 3262-EXIT
018039         UNTIL TRD-HST-END-OF-FILE
018039     MOVE SPACES TO CUSTOMER-HISTORY-RECORD
018039     MOVE MAST-KEY             TO HST-CUSTOMER-ID
018039     COMPUTE HST-SEQUENCE = TRD-HST-LAST-NUMBER + 1
018039     MOVE TRD-RUN-DATE         TO HST-EFFECTIVE-DATE
018039     MOVE TRD-HST-FIELD-CODE   TO HST-FIELD-CODE
018039     MOVE 'TREAD'              TO HST-SOURCE-PROGRAM
018039     MOVE TRD-HST-OLD-VALUE    TO HST-OLD-VALUE
018039     MOVE TRD-HST-NEW-VALUE    TO HST-NEW-VALUE
018039     WRITE CUSTOMER-HISTORY-RECORD
018039     IF NOT TRD-HSTFILE-OK
018039         DISPLAY 'TREAD - CUSTOMER HISTORY WRITE FAILED, STATUS '
018039                 TRD-HSTFILE-STATUS ' KEY ' HST-KEY
018039     END-IF.
018039 3261-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018039* 3262-CHECK-ONE-HISTORY
018039*----------------------------------------------------------------
018039 3262-CHECK-ONE-HISTORY.
018039     READ CUSTOMER-HISTORY-FILE NEXT RECORD
018039         AT END SET TRD-HST-END-OF-FILE TO TRUE
018039     END-READ
018039     IF TRD-HST-END-OF-FILE
018039         GO TO 3262-EXIT
018039     END-IF
018039     IF HST-CUSTOMER-ID NOT = MAST-KEY
018039         SET TRD-HST-END-OF-FILE TO TRUE
018039         GO TO 3262-EXIT
018039     END-IF
018039     MOVE HST-SEQUENCE TO TRD-HST-LAST-NUMBER.
018039 3262-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018039* 3232-UPDATE-EXISTING-CUSTOMER - THE LAST-SEEN-DATE IS ONLY
018039* ROLLED INTO PRIOR-SEEN-DATE WHEN IT IS ACTUALLY CHANGING.  A
018039* RESTARTED RUN CAN REPLAY A HANDFUL OF RECORDS BETWEEN THE LAST
018039* BRANCH'S OWNERSHIP AND WRITE BOTH CLAIMANTS TO THE NIGHTLY
018039* CONFLICT REPORT.  A DIFFERENT BRANCH ON A LATER NIGHT IS A
018039* GENUINE TRANSFER AND STILL MOVES THE OWNERSHIP.
018039*
018039* THE NAME, ADDRESS AND BRANCH HELD BEFORE THE UPDATE ARE KEPT
018039* SO 3260 CAN WRITE A HISTORY RECORD FOR EACH ONE THAT CHANGED.
018039*----------------------------------------------------------------
018039 3232-UPDATE-EXISTING-CUSTOMER.
018039     IF MAST-LAST-SEEN-DATE = TRD-RUN-DATE
018039         END-IF
018039         GO TO 3232-EXIT
018039     END-IF
018039     MOVE MAST-CUSTOMER-NAME    TO TRD-HST-BEFORE-NAME
018039     MOVE MAST-CUSTOMER-ADDRESS TO TRD-HST-BEFORE-ADDRESS
018039     MOVE MAST-BRANCH-COUNTRY   TO TRD-HST-BEFORE-BRANCH (1:2)
018039     MOVE MAST-BRANCH-CITY      TO TRD-HST-BEFORE-BRANCH (3:4)
018039     MOVE MAST-LAST-SEEN-DATE TO MAST-PRIOR-SEEN-DATE
018039     MOVE TRD-RUN-DATE        TO MAST-LAST-SEEN-DATE
018039     IF MAST-BRANCH-COUNTRY NOT =
018039     IF SRT-CUSTOMER-ADDRESS NOT = SPACES
018039         MOVE SRT-CUSTOMER-ADDRESS TO MAST-CUSTOMER-ADDRESS
018039     END-IF
018039     REWRITE CUSTOMER-MASTER-RECORD
018039     IF TRD-MASTFILE-OK
018039         PERFORM 3260-RECORD-HISTORY THRU 3260-EXIT
018039     END-IF.
018039 3232-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018039* NIGHTLY NAME-CHANGE REPORT.  A MASTER WITH NO NAME AT ALL IS A
018039* RECORD CARRIED OVER FROM BEFORE NAMES WERE KEPT - STORE THE
018039* NAME QUIETLY RATHER THAN REPORT EVERY CUSTOMER ON THE FIRST
018039* RUN AFTER CONVERSION.  A REPORTED CHANGE ALSO OPENS A KYC
018039* CASE (3250) SO COMPLIANCE CAN TRACK IT TO CLEARANCE.
018039*----------------------------------------------------------------
018039 3235-CHECK-NAME-CHANGE.
018039     IF MAST-CUSTOMER-NAME = SPACES
018039     MOVE SRT-FIRSTNAME    TO TRD-CHG-FIRSTNAME
018039     MOVE SRT-MIDDLENAME   TO TRD-CHG-MIDDLENAME
018039     MOVE TRD-NAMECHG-DETAIL TO NAME-CHANGE-LINE
018039     WRITE NAME-CHANGE-LINE
018039     MOVE 'NAME'             TO TRD-KYC-CASE-TYPE
018039     MOVE MAST-CUSTOMER-NAME TO TRD-KYC-OLD-VALUE
018039     MOVE SPACES             TO TRD-KYC-NEW-VALUE
018039     MOVE SRT-LASTNAME       TO TRD-KYC-NEW-VALUE (1:20)
018039     MOVE SRT-FIRSTNAME      TO TRD-KYC-NEW-VALUE (21:20)
018039     MOVE SRT-MIDDLENAME     TO TRD-KYC-NEW-VALUE (41:20)
018039     PERFORM 3250-OPEN-KYC-CASE THRU 3250-EXIT.
018039 3235-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018039* DELTA.  A BRANCH THAT SENT NO ADDRESS SEGMENT TELLS US
018039* NOTHING, AND A MASTER WITH NO ADDRESS YET IS A RECORD CARRIED
018039* OVER FROM BEFORE ADDRESSES WERE KEPT - EITHER WAY STORE (OR
018039* KEEP) QUIETLY RATHER THAN REPORT A CHANGE.  A REPORTED CHANGE
018039* OPENS A KYC CASE THE SAME WAY A NAME CHANGE DOES.
018039*----------------------------------------------------------------
018039 3236-CHECK-ADDRESS-CHANGE.
018039     IF SRT-CUSTOMER-ADDRESS = SPACES
018039     MOVE 'NEW '             TO TRD-ADC-OLD-NEW
018039     MOVE SRT-CUSTOMER-ADDRESS TO TRD-ADC-ADDRESS
018039     MOVE TRD-ADDRCHG-DETAIL TO NAME-CHANGE-LINE
018039     WRITE NAME-CHANGE-LINE
018039     MOVE 'ADDR'                TO TRD-KYC-CASE-TYPE
018039     MOVE MAST-CUSTOMER-ADDRESS TO TRD-KYC-OLD-VALUE
018039     MOVE SRT-CUSTOMER-ADDRESS  TO TRD-KYC-NEW-VALUE
018039     PERFORM 3250-OPEN-KYC-CASE THRU 3250-EXIT.
018039 3236-EXIT.
018039     EXIT.
018039*----------------------------------------------------------------
018119             IF CUST-ADR-ADDRESS = SPACES
018119                 SET TRD-RECORD-IS-INVALID TO TRUE
018119                 MOVE 'BLANK ADDRESS SEGMENT' TO TRD-EXC-REASON
018119             ELSE
018119                 PERFORM 3113-CHECK-ADDRESS-RULES THRU 3113-EXIT
018119             END-IF
018119         END-IF
018119         GO TO 3110-WRITE-EXCEPTION
018313     WRITE EXCEPTION-LINE.
018314 3112-EXIT.
018315     EXIT.
018315*----------------------------------------------------------------
018315* 3113-CHECK-ADDRESS-RULES - HOLD THE POSTAL CODE AND THE PHONE
018315* NUMBER ON AN ADR SEGMENT UP TO THE FORMATS ON ADRRULES.DAT FOR
018315* THE COUNTRY OF THE BRANCH BEING LOADED.  THIS IS A WARNING,
018315* NOT A REJECTION: THE SEGMENT STAYS VALID AND THE CUSTOMER
018315* LOADS WITH IT.  A BLANK FIELD IS NOT JUDGED - NOT EVERY
018315* CUSTOMER GIVES A PHONE NUMBER.
018315*----------------------------------------------------------------
018315 3113-CHECK-ADDRESS-RULES.
018315     IF TRD-ADRRULE-COUNT = ZERO
018315         GO TO 3113-EXIT
018315     END-IF
018315     IF CUST-ADR-POSTAL NOT = SPACES
018315         SET TRD-ADR-CHECKING-POSTAL TO TRUE
018315         MOVE CUST-ADR-POSTAL TO TRD-ADR-CHECK-VALUE
018315         PERFORM 3114-CHECK-ONE-FIELD THRU 3114-EXIT
018315     END-IF
018315     IF CUST-ADR-PHONE NOT = SPACES
018315         SET TRD-ADR-CHECKING-PHONE TO TRUE
018315         MOVE CUST-ADR-PHONE TO TRD-ADR-CHECK-VALUE
018315         PERFORM 3114-CHECK-ONE-FIELD THRU 3114-EXIT
018315     END-IF.
018315 3113-EXIT.
018315     EXIT.
018315*----------------------------------------------------------------
018315* 3114-CHECK-ONE-FIELD - TRY EVERY FORMAT THE BRANCH'S COUNTRY
018315* HAS FOR THE FIELD UNTIL ONE FITS.  A COUNTRY WITH NO FORMAT
018315* FOR THE FIELD LEAVES IT UNJUDGED.
018315*----------------------------------------------------------------
018315 3114-CHECK-ONE-FIELD.
018315     SET TRD-ADR-NO-RULE-FOUND TO TRUE
018315     SET TRD-ADR-NOT-MATCHED TO TRUE
018315     PERFORM 3116-TRY-ONE-RULE THRU 3116-EXIT
018315         VARYING TRD-ADRRULE-IDX FROM 1 BY 1
018315         UNTIL TRD-ADRRULE-IDX > TRD-ADRRULE-COUNT
018315            OR TRD-ADR-MATCHED
018315     IF TRD-ADR-RULE-FOUND AND TRD-ADR-NOT-MATCHED
018315         PERFORM 3118-WRITE-ADDRESS-WARNING THRU 3118-EXIT
018315     END-IF.
018315 3114-EXIT.
018315     EXIT.
018316*----------------------------------------------------------------
018317* 3115-FAIL-BRANCH - A CONTROL FAILURE (HEADER OR TRAILER) IS
018318* MORE SEVERE THAN A BAD DETAIL RECORD: THE WHOLE FILE CANNOT BE
018325     MOVE 'Y' TO TRD-ANY-BRANCH-FAILED.
018326 3115-EXIT.
018327     EXIT.
018327*----------------------------------------------------------------
018327* 3116-TRY-ONE-RULE - A LINE FOR ANOTHER COUNTRY, OR WITH NO
018327* FORMAT FOR THE FIELD BEING CHECKED, IS PASSED OVER.  THE
018327* FORMAT IS COMPARED OVER THE WHOLE FIELD, SO TRAILING SPACES IN
018327* THE FORMAT MUST BE TRAILING SPACES IN THE VALUE TOO.
018327*----------------------------------------------------------------
018327 3116-TRY-ONE-RULE.
018327     IF TRD-ARL-COUNTRY (TRD-ADRRULE-IDX)
018327             NOT = TRD-BRANCH-COUNTRY (TRD-BRANCH-IDX)
018327         GO TO 3116-EXIT
018327     END-IF
018327     MOVE SPACES TO TRD-ADR-CHECK-PATTERN
018327     IF TRD-ADR-CHECKING-POSTAL
018327         MOVE TRD-ARL-POSTAL (TRD-ADRRULE-IDX)
018327                                   TO TRD-ADR-CHECK-PATTERN
018327     ELSE
018327         MOVE TRD-ARL-PHONE (TRD-ADRRULE-IDX)
018327                                   TO TRD-ADR-CHECK-PATTERN
018327     END-IF
018327     IF TRD-ADR-CHECK-PATTERN = SPACES
018327         GO TO 3116-EXIT
018327     END-IF
018327     SET TRD-ADR-RULE-FOUND TO TRUE
018327     SET TRD-ADR-POSITION-MATCH TO TRUE
018327     PERFORM 3117-MATCH-ONE-POSITION THRU 3117-EXIT
018327         VARYING TRD-ADR-POSITION FROM 1 BY 1
018327         UNTIL TRD-ADR-POSITION > 15
018327            OR TRD-ADR-POSITION-MISMATCH
018327     IF TRD-ADR-POSITION-MATCH
018327         SET TRD-ADR-MATCHED TO TRUE
018327     END-IF.
018327 3116-EXIT.
018327     EXIT.
018327*----------------------------------------------------------------
018327* 3117-MATCH-ONE-POSITION - '9' WANTS A DIGIT, 'A' WANTS A
018327* LETTER, ANYTHING ELSE WANTS ITSELF.
018327*----------------------------------------------------------------
018327 3117-MATCH-ONE-POSITION.
018327     MOVE TRD-ADR-CHECK-VALUE (TRD-ADR-POSITION:1)
018327                                   TO TRD-ADR-VALUE-CHAR
018327     MOVE TRD-ADR-CHECK-PATTERN (TRD-ADR-POSITION:1)
018327                                   TO TRD-ADR-PATTERN-CHAR
018327     IF TRD-ADR-PATTERN-CHAR = '9'
018327         IF TRD-ADR-VALUE-CHAR IS NOT NUMERIC
018327             SET TRD-ADR-POSITION-MISMATCH TO TRUE
018327         END-IF
018327         GO TO 3117-EXIT
018327     END-IF
018327     IF TRD-ADR-PATTERN-CHAR = 'A'
018327         IF TRD-ADR-VALUE-CHAR IS NOT ALPHABETIC
018327             OR TRD-ADR-VALUE-CHAR = SPACE
018327             SET TRD-ADR-POSITION-MISMATCH TO TRUE
018327         END-IF
018327         GO TO 3117-EXIT
018327     END-IF
018327     IF TRD-ADR-VALUE-CHAR NOT = TRD-ADR-PATTERN-CHAR
018327         SET TRD-ADR-POSITION-MISMATCH TO TRUE
018327     END-IF.
018327 3117-EXIT.
018327     EXIT.
018327*----------------------------------------------------------------
018327* 3118-WRITE-ADDRESS-WARNING - MARK THE FIELD ON THE BRANCH'S
018327* EXCEPTION FILE.  THE WARNING IS COUNTED APART FROM THE
018327* EXCEPTIONS - THE RECORD WAS NOT REJECTED, SO IT DOES NOT RAISE
018327* THE RC 4 EXCEPTION RETURN CODE.  LIKE 3112 THE LINE IS NOT
018327* WRITTEN AGAIN ON A RESTART; THE COUNT IS, BECAUSE A RESTART
018327* RE-READS THE WHOLE EXTRACT AND RECOUNTS FROM ZERO.
018327*----------------------------------------------------------------
018327 3118-WRITE-ADDRESS-WARNING.
018327     ADD 1 TO TRD-ADRWARN-COUNT
018327     IF TRD-RESTART-COUNT > ZERO
018327         GO TO 3118-EXIT
018327     END-IF
018327     MOVE TRD-LINE-NUMBER      TO TRD-ADW-LINE-NUMBER
018327     IF TRD-ADR-CHECKING-POSTAL
018327         MOVE 'POSTAL' TO TRD-ADW-FIELD
018327     ELSE
018327         MOVE 'PHONE ' TO TRD-ADW-FIELD
018327     END-IF
018327     MOVE TRD-ADR-CHECK-VALUE  TO TRD-ADW-VALUE
018327     MOVE TRD-HELD-CUSTOMER-ID TO TRD-ADW-CUSTOMER-ID
018327     MOVE TRD-BRANCH-COUNTRY (TRD-BRANCH-IDX)
018327                               TO TRD-ADW-COUNTRY
018327     MOVE TRD-ADDRESS-WARNING-DETAIL TO EXCEPTION-LINE
018327     WRITE EXCEPTION-LINE.
018327 3118-EXIT.
018327     EXIT.
018328*----------------------------------------------------------------
018329* 3120-VALIDATE-HEADER-RECORD - THE FIRST RECORD OF THE EXTRACT
018331* MUST BE A HEADER NAMING THE BRANCH AND EXTRACT DATE THE STEP
018341         PERFORM 3115-FAIL-BRANCH THRU 3115-EXIT
018342         GO TO 3120-EXIT
018343     END-IF
018343     MOVE CUST-HDR-EXTRACT-TIME TO TRD-TMW-EXTRACT-TIME
018344     IF CUST-HDR-BRANCH-CODE NOT = TRD-BRANCH-CODE
018345                                         (TRD-BRANCH-IDX)
018346         MOVE 'HEADER BRANCH MISMATCH' TO TRD-EXC-REASON
018712* VERY FIRST RUN, WHEN THERE IS NO PRIOR RUN DATE TO COMPARE.
018713*----------------------------------------------------------------
018714 7000-RECONCILE-MISSING.
018714     IF NOT TRD-PARM-RECONCILE-ONLY
018714         MOVE SPACES TO TRD-TIMING-WORK
018714         ACCEPT TRD-TMW-START-DATE FROM DATE YYYYMMDD
018714         ACCEPT TRD-TIM-WALLCLOCK FROM TIME
018714         MOVE TRD-TIM-WALLCLOCK (1:6) TO TRD-TMW-START-TIME
018714         MOVE 'RECON' TO TRD-TMW-STEP-TYPE
018714     END-IF
018714     MOVE ZERO TO TRD-MISSING-COUNT
018715     PERFORM 7001-BUILD-MISSCUST-FILENAME THRU 7001-EXIT
018716     OPEN OUTPUT MISSING-CUSTOMER-FILE
018766     MOVE ZERO TO TRD-TOT-RECORDS
018766     MOVE ZERO TO TRD-TOT-EXCEPTIONS
018766     MOVE ZERO TO TRD-TOT-NEWCUST
018766     MOVE ZERO TO TRD-TOT-ADRWARN
018766     MOVE 'N' TO TRD-STS-EOF-SWITCH
018766     OPEN INPUT STATS-FILE
018766     IF TRD-STSFILE-NOT-FOUND
018766         MOVE TRD-TOT-RECORDS    TO TRD-SUM-TOT-RECORDS
018766         MOVE TRD-TOT-EXCEPTIONS TO TRD-SUM-TOT-EXCEPTS
018766         MOVE TRD-TOT-NEWCUST    TO TRD-SUM-TOT-NEWCUST
018766         MOVE TRD-TOT-ADRWARN    TO TRD-SUM-TOT-ADRWARN
018766         MOVE SPACES TO SUMMARY-LINE
018766         WRITE SUMMARY-LINE
018766         MOVE TRD-SUM-TOTAL-LINE TO SUMMARY-LINE
018766     MOVE STS-RECORD-COUNT    TO TRD-SUM-RECORDS
018766     MOVE STS-EXCEPTION-COUNT TO TRD-SUM-EXCEPTIONS
018766     MOVE STS-NEWCUST-COUNT   TO TRD-SUM-NEWCUST
018766     MOVE STS-ADRWARN-COUNT   TO TRD-SUM-ADRWARN
018766     MOVE STS-RETURN-CODE     TO TRD-SUM-RC
018766     MOVE STS-RERUN-FLAG      TO TRD-SUM-RERUN
018766     MOVE TRD-SUM-DETAIL-LINE TO SUMMARY-LINE
018766     WRITE SUMMARY-LINE
018766     ADD STS-RECORD-COUNT    TO TRD-TOT-RECORDS
018766     ADD STS-EXCEPTION-COUNT TO TRD-TOT-EXCEPTIONS
018766     ADD STS-NEWCUST-COUNT   TO TRD-TOT-NEWCUST
018766     ADD STS-ADRWARN-COUNT   TO TRD-TOT-ADRWARN.
018766 7031-EXIT.
018766     EXIT.
018767*----------------------------------------------------------------
018906 8020-EXIT.
018907     EXIT.
018767*----------------------------------------------------------------
018820* 9000-TERMINATE - A RECON OR PURGE IS TIMED AS ONE STEP, SO
018820* ITS TIMING RECORD IS WRITTEN LAST, WITH THE STEP'S FINAL
018820* RETURN CODE.
018830*----------------------------------------------------------------
018840 9000-TERMINATE.
018853     CLOSE CUSTOMER-MASTER
018853     CLOSE ARCHIVE-MASTER
018853     IF NOT TRD-PARM-RECONCILE-ONLY
018853         AND NOT TRD-PARM-PURGE-ONLY
018853         CLOSE KYC-CASE-FILE
018853         CLOSE CUSTOMER-HISTORY-FILE
018853         IF TRD-XRF-OPEN
018853             CLOSE CUSTOMER-XREF-FILE
018853         END-IF
018853     END-IF
018854     CLOSE AUDIT-LOG-FILE
018855     PERFORM 9010-SET-RETURN-CODE THRU 9010-EXIT
018856     IF TRD-TMW-STEP-TYPE = 'RECON' OR 'PURGE'
018856         IF TRD-RETURN-CODE < 16
018856             MOVE 'DONE   ' TO TRD-TMW-RESULT
018856         ELSE
018856             MOVE 'FAILED ' TO TRD-TMW-RESULT
018856         END-IF
018856         MOVE TRD-RETURN-CODE TO TRD-TMW-RETURN-CODE
018856         PERFORM 2197-WRITE-TIMING-RECORD THRU 2197-EXIT
018856     END-IF.
018860 9000-EXIT.
018870     EXIT.
018871*----------------------------------------------------------------
