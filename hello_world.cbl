           SELECT SEPA-FILE
               ASSIGN TO WS-SEPA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      * DTAZV (AUSLANDSZAHLUNGSVERKEHR) FILE OF A FOREIGN PAYMENT
      * BATCH - WRITTEN AT RELEASE IN PLACE OF THE DTAUS FILE, NAMED
      * THE SAME WAY PER BATCH AND PART.
           SELECT DTAZV-FILE
               ASSIGN TO WS-DTAZV-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DTAZV-STATUS.
           SELECT RESTART-FILE
               ASSIGN TO "BATCH.RST"
               ORGANIZATION IS SEQUENTIAL
           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      * GL JOURNAL INTERFACE FILE FOR THE FINANCE SYSTEM - ONE PER
      * RELEASE, PER RETURNS RUN AND PER PAIN.002 REJECT RELOAD.
           SELECT GL-FILE
               ASSIGN TO WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      * RUNNING LIST OF EVERYTHING PRODUCED - ONE LINE PER SAVED
      * BATCH, APPENDED BY WRITE-DTAUS-FILE, PLUS A DAY-END SUMMARY
      * LISTING FOR THE PERSON DOING THE BANK UPLOAD.
           SELECT SUMMARY-FILE
               ASSIGN TO "DAYEND_SUMMARY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * TAMPER SEAL OF EVERY OUTPUT FILE, APPENDED AT RELEASE - ONE
      * LINE PER PHYSICAL FILE, STAMPED LIKE ITS MANIFEST LINE - AND
      * THE BEGLEITZETTEL THE PRE-UPLOAD CHECK PRINTS AGAINST IT.
           SELECT SEAL-FILE
               ASSIGN TO "SUBMISSION_SEAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.
           SELECT COVER-FILE
               ASSIGN TO WS-COVER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVER-STATUS.
      * A PAIN.001/PAIN.008 FILE READ BACK FOR ITS SEAL - SEPA-FILE
      * ITSELF IS ONLY EVER WRITTEN.
           SELECT SCAN-XML-FILE
               ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
      * LIQUIDITY FORECAST - ITS OPTIONAL KEYWORD CONFIG AND THE
      * FORECAST_<CCYYMMDD>.TXT LISTING FOR TREASURY.
           SELECT FCCFG-FILE
               ASSIGN TO "FORECAST.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCCFG-STATUS.
           SELECT FORECAST-FILE
               ASSIGN TO WS-FC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO "PENDING.BAT"
               ORGANIZATION IS SEQUENTIAL
               ASSIGN TO "DUPCHECK.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-CFG-STATUS.
           SELECT GLMAP-FILE
               ASSIGN TO "GLMAP.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT BLZ-FILE
               ASSIGN TO "BLZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLZ-FILE-STATUS.
      * SANCTIONS REFERENCE FILE - THE EU CONSOLIDATED LIST AND OUR
      * OWN BLOCKED PARTIES, REPLACED WHOLESALE WHEN COMPLIANCE
      * DELIVERS A NEW ONE AND LOADED AT EVERY START LIKE BLZ.DAT.
           SELECT SANCTION-FILE
               ASSIGN TO "SANCTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAN-FILE-STATUS.
      * DYNAMIC ACCESS SINCE THE RETURNS PROCESSING - THE MASTER IS
      * STILL READ/WRITTEN BY KEY EVERYWHERE, BUT A RETURN ONLY
      * CARRIES BLZ/KONTO, SO IT HAS TO BE SCANNED FRONT TO BACK.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-KND-NR
               FILE STATUS IS WS-BENEF-STATUS.
      * SEPA MANDATE MASTER - ONE RECORD PER MANDATSREFERENZ, TIED TO
      * THE BENEFICIARY MASTER BY KND-NR. IT DECIDES THE SEQUENCE
      * TYPE (FRST/RCUR/FNAL/OOFF) EACH COLLECTION GOES OUT WITH AND
      * REFUSES MANDATES THAT ARE CANCELLED OR HAVE LAPSED.
           SELECT MANDATE-FILE
               ASSIGN TO "MANDATE.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-REF
               FILE STATUS IS WS-MANDATE-STATUS.
      * CHANGE JOURNAL FOR BENEFICIARY BANK DETAILS - A CHANGE KEYED
      * ON BENEF-MAINT WAITS HERE UNTIL A SECOND OPERATOR CONFIRMS
      * IT, AND THE CONFIRMED ENTRIES DRIVE THE COOLING-OFF FLAG ON
      * THE REVIEW SCREEN AND THE AUDIT LISTING.
           SELECT BENCHG-FILE
               ASSIGN TO "BENCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-KEY
               FILE STATUS IS WS-BENCHG-STATUS.
      * SANCTIONS HIT-REVIEW QUEUE - ONE RECORD PER POSSIBLE HIT,
      * KEYED BY THE HIT ID THE HELD ROW CARRIES, AND THE DECISION
      * THE COMPLIANCE OPERATOR TOOK ON IT.
           SELECT SANHIT-FILE
               ASSIGN TO "SANHIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-ID
               FILE STATUS IS WS-SANHIT-STATUS.
      * BANK STATUS REPORT (PAIN.002) ANSWERING A PAIN.001/PAIN.008
      * SUBMISSION - THE NAME IS PROMPTED FOR, LIKE THE DTAUS IMPORT.
           SELECT PAIN002-FILE
               ASSIGN TO WS-AP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
      * STATUS FEEDBACK BACK TO THE AP SYSTEM - ONE LINE PER AP
      * DOCUMENT AND EVENT, APPENDED; AP READS AND CLEARS IT.
           SELECT APFB-FILE
               ASSIGN TO "APSTATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APFB-STATUS.
      * OUR OWN COPY OF EVERY RELEASED LINE SENT TO AP - AP CLEARS
      * APSTATUS.TXT, SO THE SETTLED FEEDBACK FINDS THE DOCUMENTS OF
      * A SETTLED BATCH HERE. APPENDED ONLY, NEVER CLEARED.
           SELECT APREG-FILE
               ASSIGN TO "APREGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APREG-STATUS.
      * OPERATOR MASTER - ONE RECORD PER OPERATOR WITH PASSWORD AND
      * ROLE FLAGS, CHECKED AT SIGN-ON, SUPERVISOR OVERRIDE, BATCH
      * RELEASE AND BENEFICIARY MAINTENANCE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.
      * ORIGINATOR MASTER - ONE RECORD PER GROUP COMPANY AND HOUSE-
      * BANK ACCOUNT THE BATCHES ARE PAID FROM, WITH ITS IBAN/BIC,
      * GLAEUBIGER-ID AND THE BATCH TYPES IT MAY BE USED FOR.
           SELECT ORIG-FILE
               ASSIGN TO "ORIGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-ID
               FILE STATUS IS WS-ORIG-STATUS.
      * WHICH OPERATOR MAY PAY FROM WHICH ORIGINATOR - ONE RECORD PER
      * PAIR, KEYED OPERATOR FIRST SO ONE OPERATOR'S ORIGINATORS ARE
      * A SINGLE START AWAY.
           SELECT ORIGASSG-FILE
               ASSIGN TO "ORIGASSG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OAS-KEY
               FILE STATUS IS WS-ORIGASSG-STATUS.
      * APPEND-ONLY SECURITY LOG FOR AUDIT - FAILED SIGN-ONS AND
      * EVERY ROLE-GATED ACTION, GRANTED OR DENIED.
           SELECT SECLOG-FILE
               ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
      * APPEND-ONLY RUN LOG OF THE UNATTENDED (SCHEDULER) JOBS - ONE
      * LINE PER MESSAGE, FROM THE PARAMETERS TO THE RETURN CODE.
           SELECT JOBLOG-FILE
               ASSIGN TO "JOBLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
      * TARGET/BANK HOLIDAY CALENDAR - ONE YYYYMMDD PER LINE,
      * MAINTAINED BY HAND ONCE A YEAR. WITHOUT IT ONLY THE
      * WEEKEND CHECK APPLIES.
      * OLD 500-ROW IN-MEMORY TABLE SO A BATCH CAN GROW TO WHATEVER
      * THE MONTH-END AP RUN NEEDS; IT IS SCRATCH, REBUILT AT EVERY
      * START (THE CHECKPOINT/PENDING FILES STAY THE DURABLE COPY).
      * A SCHEDULER JOB USES ITS OWN BATCHWRK_JOB.DAT SO IT NEVER
      * TRUNCATES THE FILE UNDER A DIALOGUE SESSION.
           SELECT BATCHWRK-FILE
               ASSIGN TO WS-BATCHWRK-FILE-NAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-BWK-ROW
               ASSIGN TO "BENUNL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNL-STATUS.
           SELECT OLD-OPER-FILE
               ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDO-ID
               FILE STATUS IS WS-OLDO-STATUS.
           SELECT OPRUNL-FILE
               ASSIGN TO "OPRUNL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUNL-STATUS.
      * THE KEYED PAYMENT HISTORY AS IT WAS BEFORE THE AP DOCUMENT
      * NUMBER, AND AS IT WAS BEFORE THE ORIGINATOR ID.
           SELECT OLD-KHIST-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDK-KEY
               FILE STATUS IS WS-OLDK-STATUS.
           SELECT OLD-AHIST-FILE
               ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDA-KEY
               FILE STATUS IS WS-OLDA-STATUS.
           SELECT HISTKUNL-FILE
               ASSIGN TO "HISTKUNL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HKUNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEPA-FILE.
       01  SEPA-LINE                     PIC X(200).

      * Q- AND Z-SATZ ARE 256 BYTES, THE T-SATZ 768 - THE RECORD
      * LENGTH IS SET BEFORE EACH WRITE.
       FD  DTAZV-FILE
           RECORD VARYING IN SIZE FROM 256 TO 768 CHARACTERS
               DEPENDING ON WS-DTAZV-RECLEN.
       01  DTAZV-RECORD                  PIC X(768).

       FD  REPORT-FILE.
       01  REPORT-LINE                   PIC X(132).

      * GL JOURNAL - FIXED 120-BYTE LINES, SEE WS-GL-KOPF,
      * WS-GL-BUCHUNG AND WS-GL-SUMME FOR THE THREE LINE TYPES.
       FD  GL-FILE.
       01  GL-LINE                       PIC X(120).

      * WIDENED FROM 132 WHEN THE BANK-STATUS SUFFIX (" STS ...")
      * STARTED BEING APPENDED TO A FULL-LENGTH MANIFEST LINE, AGAIN
      * FOR THE PER-PART LINES OF A SPLIT BATCH, AND AGAIN FOR THE
      * " EXD ... TYP . KTO ..." SUFFIX THE LIQUIDITY FORECAST READS.
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE                 PIC X(240).

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE                  PIC X(244).

      * SEE WS-SEAL-SATZ FOR THE LAYOUT.
       FD  SEAL-FILE.
       01  SEAL-LINE                     PIC X(150).

       FD  COVER-FILE.
       01  COVER-LINE                    PIC X(132).

      * WIDER THAN ANY LINE THE EXPORT WRITES, SO A LINE LENGTHENED
      * BY HAND STILL COMES IN WHOLE AND CHANGES THE SEAL.
       FD  SCAN-XML-FILE.
       01  SCAN-XML-LINE                 PIC X(400).

      * FORECAST CONFIG - KEYWORD LINES:
      *   DAYS <n>              BUSINESS DAYS AHEAD (DEFAULT 10,
      *                         AT MOST 60)
      *   THRESHOLD <amount>    WHOLE CENTS - A DAY WHOSE NET
      *                         OUTFLOW (TRANSFERS LESS COLLECTIONS)
      *                         EXCEEDS IT IS FLAGGED; 0 = NO FLAG
      *   TMPL <name> <dd>      A RECURRING TEMPLATE GENERATED ON
      *                         DAY <dd> OF EVERY MONTH - TEMPLATES
      *                         HAVE NO REGISTER OF THEIR OWN
       FD  FCCFG-FILE.
       01  FCCFG-RECORD                  PIC X(80).

       FD  FORECAST-FILE.
       01  FORECAST-LINE                 PIC X(132).

      * CHECKPOINT FILE HOLDING THE IN-PROGRESS BATCH (A-SATZ, THEN
      * ONE "C"/"S" RECORD PAIR PER BENEFICIARY: CLASSIC DTAUS FIELDS
      * TIES WHEN ONE ACCOUNT IS PAID TWICE ON ONE DAY. KND-NR,
      * TEXTSCHLUESSEL AND NAME CAME LATER - ROWS RELOADED FROM THE
      * OLD FORMAT MAY CARRY SPACES THERE, WHICH EVERY READER MUST
      * TREAT AS "NOT RECORDED" (IS NUMERIC GUARDS). HIST-ORIG-ID
      * NAMES THE ORIGINATOR (ORIGMAST.DAT) THE ROW WAS PAID FROM -
      * SPACES ON ROWS FROM BEFORE THE ORIGINATOR MASTER.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
        05  HIST-KEY.
        05  HIST-KND-NR                  PIC 9(13).
        05  HIST-TEXTSCHLUESSEL          PIC 9(2).
        05  HIST-NAME                    PIC A(27).
        05  HIST-AP-BELEG-NR             PIC X(20).
        05  HIST-ORIG-ID                 PIC X(8).

      * YEAR ARCHIVE - SAME FIELD LAYOUT AS THE LIVE HISTORY SO THE
      * YEAR-END PURGE CAN MOVE RECORDS ACROSS WITH ONE GROUP MOVE
        05  ARCH-KND-NR                  PIC 9(13).
        05  ARCH-TEXTSCHLUESSEL          PIC 9(2).
        05  ARCH-NAME                    PIC A(27).
        05  ARCH-AP-BELEG-NR             PIC X(20).
        05  ARCH-ORIG-ID                 PIC X(8).

      * AMOUNT LIMITS CONFIG - KEYWORD LINES, AMOUNTS IN WHOLE CENTS:
      *   TXN   <amount>        PER-TRANSACTION CEILING
      *   FILEMAX <count>       THE BANK'S PER-FILE ITEM CAP - A
      *                         BIGGER BATCH IS SPLIT INTO PARTS
      *   FILEAMT <amount>      THE BANK'S PER-FILE AMOUNT CAP
      *   AWV <amount>          AWV REPORTING THRESHOLD (DTAZV)
      *   BANKCHG <days>        COOLING-OFF AFTER A BANK-DETAIL
      *                         CHANGE - PAYMENTS TO THE NEW
      *                         ACCOUNT NEED A SUPERVISOR AT RELEASE
      * A TS LINE BEATS THE GENERAL TXN LINE FOR ITS KEY; A MISSING
      * FILE OR KEYWORD MEANS NO LIMIT OF THAT KIND.
       FD  LIMITS-FILE.
       FD  DUP-CFG-FILE.
       01  DUP-CFG-RECORD                PIC X(80).

      * GL ACCOUNT MAPPING FOR THE JOURNAL INTERFACE - KEYWORD LINES:
      *   TS <key> <account>    EXPENSE/CLEARING ACCOUNT THE
      *                         TEXTSCHLUESSEL POSTS TO
      *   BANK <konto> <acct>   BANK GL ACCOUNT FOR AN ORIGINATOR
      *                         ACCOUNT; "BANK * <acct>" TAKES ANY
      *                         ACCOUNT NOT LISTED (AND THE RETURNS,
      *                         WHICH DO NOT NAME THE CREDITOR ACCOUNT)
      *   SUSPENSE <account>    WHERE UNMAPPED POSTINGS GO
      * WITHOUT THE FILE EVERYTHING POSTS TO THE SUSPENSE ACCOUNT AND
      * THE JOURNAL TRAILER COUNTS THE LINES FOR FINANCE TO CLEAR.
       FD  GLMAP-FILE.
       01  GLMAP-RECORD                  PIC X(80).

      * BUNDESBANK BANKLEITZAHLENDATEI - FIXED-POSITION LAYOUT AS
      * PUBLISHED (BLZ, MERKMAL, BEZEICHNUNG, PLZ, ORT, KURZ-
      * BEZEICHNUNG, PAN, BIC, THEN PRUEFZIFFERMETHODE, DATENSATZ-
        05  BEN-MANDATE-SPERRE           PIC X(1).
        05  BEN-SPERRE-GRUND             PIC X(4).

      * SEPA MANDATE MASTER. MND-SEQ-TP IS THE SEQUENCE TYPE THE NEXT
      * COLLECTION UNDER THE MANDATE TAKES: FRST UNTIL ONE HAS GONE
      * OUT, RCUR AFTER THAT, OOFF THROUGHOUT FOR A ONE-OFF MANDATE
      * (MND-TYP "O"). MND-STATUS IS "A" ACTIVE, "C" CANCELLED (BY
      * HAND OR BY A RUECKLASTSCHRIFT THAT KILLS THE MANDATE, REASON
      * IN MND-GRUND) OR "F" FINISHED - ITS FNAL OR OOFF COLLECTION
      * HAS BEEN RELEASED. MND-LAST-DT (DDMMYYYY, 0 = NEVER USED) IS
      * THE COLLECTION DATE OF THE LAST RELEASED COLLECTION - A
      * MANDATE UNUSED FOR 36 MONTHS HAS LAPSED.
       FD  MANDATE-FILE.
       01  MANDATE-RECORD.
        05  MND-REF                      PIC X(35).
        05  MND-KND-NR                   PIC 9(13).
        05  MND-SIGN-DT                  PIC 9(8).
        05  MND-TYP                      PIC X(1).
        05  MND-SEQ-TP                   PIC X(4).
        05  MND-STATUS                   PIC X(1).
        05  MND-ANZAHL                   PIC 9(5).
        05  MND-LAST-DT                  PIC 9(8).
        05  MND-GRUND                    PIC X(4).

      * ONE BANK-DETAIL CHANGE PER RECORD, KEYED BY KND-NR AND THE
      * CCYYMMDDHHMMSS IT WAS REQUESTED AT. BCH-STATUS IS "P" WHILE
      * THE CHANGE WAITS FOR ITS SECOND OPERATOR, THEN "C" CONFIRMED
      * (THE MASTER NOW CARRIES THE NEW VALUES) OR "R" REJECTED.
      * BCH-DONE-BY/-STAMP ARE THE OPERATOR WHO DECIDED AND WHEN.
       FD  BENCHG-FILE.
       01  BENCHG-RECORD.
        05  BCH-KEY.
            10  BCH-KND-NR               PIC 9(13).
            10  BCH-REQ-STAMP            PIC X(14).
        05  BCH-STATUS                   PIC X(1).
        05  BCH-REQ-BY                   PIC X(8).
        05  BCH-OLD-BLZ                  PIC 9(8).
        05  BCH-OLD-KTO                  PIC 9(10).
        05  BCH-OLD-IBAN                 PIC X(34).
        05  BCH-OLD-BIC                  PIC X(11).
        05  BCH-NEW-BLZ                  PIC 9(8).
        05  BCH-NEW-KTO                  PIC 9(10).
        05  BCH-NEW-IBAN                 PIC X(34).
        05  BCH-NEW-BIC                  PIC X(11).
        05  BCH-DONE-BY                  PIC X(8).
        05  BCH-DONE-STAMP               PIC X(14).

      * SANCTIONS REFERENCE LINE, FIXED COLUMNS: SAN-ART "N" FOR A
      * LISTED NAME (PERSON OR ENTITY, IN SAN-NAME), "L" FOR AN
      * EMBARGOED COUNTRY (ISO CODE IN SAN-LAND). SAN-LISTE NAMES THE
      * SOURCE (EU, INTERN, ...), SAN-REF ITS ENTRY ID. LINES WITH
      * ANY OTHER ART (E.G. "*" FOR A COMMENT) ARE SKIPPED.
       FD  SANCTION-FILE.
       01  SANCTION-RECORD.
        05  SAN-ART                      PIC X(1).
        05  SAN-LISTE                    PIC X(8).
        05  SAN-REF                      PIC X(12).
        05  SAN-LAND                     PIC X(2).
        05  SAN-NAME                     PIC X(70).

      * ONE POSSIBLE SANCTIONS HIT. SH-STATUS IS "O" OPEN, "F" A
      * FALSE POSITIVE CLEARED BY COMPLIANCE, "B" A CONFIRMED HIT
      * (THE PAYMENT IS BLOCKED) OR "X" SUPERSEDED - THE ROW WAS
      * CHANGED OR NO LONGER HITS. THE PAYMENT FIELDS ARE THE ONES
      * SCREENED, SO A DECISION ONLY STANDS FOR AN UNCHANGED ROW.
      * STAMPS ARE CCYYMMDDHHMMSS.
       FD  SANHIT-FILE.
       01  SANHIT-RECORD.
        05  SH-ID                        PIC X(18).
        05  SH-STATUS                    PIC X(1).
        05  SH-ART                       PIC X(1).
        05  SH-LISTE                     PIC X(8).
        05  SH-LIST-REF                  PIC X(12).
        05  SH-LIST-TEXT                 PIC X(35).
        05  SH-SAMMEL-REF                PIC 9(10).
        05  SH-ROW                       PIC 9(7).
        05  SH-NAME                      PIC X(27).
        05  SH-BLZ                       PIC 9(8).
        05  SH-KTO                       PIC 9(10).
        05  SH-IBAN                      PIC X(34).
        05  SH-BETRAG                    PIC 9(11).
        05  SH-ERFASST-VON               PIC X(8).
        05  SH-ERFASST-STAMP             PIC X(14).
        05  SH-DONE-BY                   PIC X(8).
        05  SH-DONE-STAMP                PIC X(14).
        05  SH-NOTIZ                     PIC X(40).

      * PAIN.002 STATUS REPORT AS DELIVERED BY THE BANK - ONE XML
      * ELEMENT PER LINE, THE SAME SHAPE THIS PROGRAM WRITES ITS OWN
      * PAIN.001/PAIN.008 FILES IN.
        05  RET-BETRAG                   PIC 9(11).

      * AP STAGING LINE, SEMICOLON-DELIMITED:
      *   KND-NR;BLZ;KONTO;BETRAG(CT);VERWENDUNGSZWECK;TS;NAME;BELEG
      * A NON-ZERO KND-NR PREFILLS THE BANK FIELDS FROM THE MASTER
      * (LIKE KND-NR-LOOKUP DOES ON THE ENTRY SCREEN); OTHERWISE
      * BLZ/KONTO/NAME MUST BE ON THE LINE.
      * BELEG (THE AP INVOICE/DOCUMENT NUMBER, UP TO 20 CHARACTERS)
      * IS OPTIONAL; WHERE GIVEN IT TRAVELS WITH THE PAYMENT INTO THE
      * PAIN.001 ENDTOENDID AND PAYHIST.DAT AND IS REPORTED BACK ON
      * APSTATUS.TXT.
       FD  AP-FILE.
       01  AP-LINE                       PIC X(120).

      * AP STATUS FEEDBACK LINE, SEMICOLON-DELIMITED LIKE THE STAGING
      * FILE:
      *   STATUS;BELEG;SAMMEL-REF;PART;DATE;BETRAG(CT);REASON;STAMP
      * STATUS IS RELEASED (DATE = EXECUTION DATE), REJECTED (BANK
      * PAIN.002, REASON = ISO CODE), SETTLED (DATE = MT940 VALUE
      * DATE) OR IMPORT-REJECTED (REASON AS ON APERRORS.TXT). DATES
      * ARE CCYYMMDD, STAMP IS CCYYMMDDHHMMSS.
       FD  APFB-FILE.
       01  APFB-LINE                     PIC X(160).

      * SAME LINE LAYOUT AS APFB-LINE, RELEASED LINES ONLY.
       FD  APREG-FILE.
       01  APREG-LINE                    PIC X(160).

      * OPERATOR MASTER - ROLE FLAGS ARE Y/N: ENTRY (KEY/LOAD NEW
      * BATCHES), SUPERVISOR (LIMIT OVERRIDES, OPERATOR MAINT),
      * RELEASE (SECOND PAIR OF EYES), BENEF (BENEFICIARY MAINT),
      * COMPLIANCE (DECIDES THE SANCTIONS HITS). AN INACTIVE RECORD
      * REFUSES SIGN-ON WITHOUT BEING DELETED. MASTERS WRITTEN BEFORE
      * THE COMPLIANCE FLAG ARE CONVERTED ON MODE V.
       FD  OPER-FILE.
       01  OPER-RECORD.
        05  OPR-ID                       PIC X(8).
        05  OPR-ROLE-RELEASE             PIC X(1).
        05  OPR-ROLE-BENEF               PIC X(1).
        05  OPR-ACTIVE                   PIC X(1).
        05  OPR-ROLE-COMPLIANCE          PIC X(1).

      * ORIGINATOR MASTER, MAINTAINED BY SUPERVISORS ON MODE D. NAME,
      * BLZ AND KONTONUMMER GO INTO THE A-SATZ, IBAN/BIC AND THE
      * GLAEUBIGER-ID INTO THE SEPA HEADER. ALLOW-T/C/Z ARE Y/N PER
      * BATCH TYPE (TRANSFER, COLLECTION, AUSLAND). AN INACTIVE
      * ORIGINATOR CANNOT BE PICKED FOR A NEW BATCH BUT STAYS ON FILE
      * FOR THE HISTORY AND MANIFEST LINES THAT NAME IT.
       FD  ORIG-FILE.
       01  ORIG-RECORD.
        05  ORG-ID                       PIC X(8).
        05  ORG-NAME                     PIC A(27).
        05  ORG-BLZ                      PIC 9(8).
        05  ORG-KTO                      PIC 9(10).
        05  ORG-IBAN                     PIC X(34).
        05  ORG-BIC                      PIC X(11).
        05  ORG-CREDITOR-ID              PIC X(18).
        05  ORG-ALLOW-T                  PIC X(1).
        05  ORG-ALLOW-C                  PIC X(1).
        05  ORG-ALLOW-Z                  PIC X(1).
        05  ORG-ACTIVE                   PIC X(1).

      * OPERATOR-TO-ORIGINATOR ASSIGNMENT, WITH WHO MADE IT AND WHEN.
       FD  ORIGASSG-FILE.
       01  ORIGASSG-RECORD.
        05  OAS-KEY.
            10  OAS-OPR-ID               PIC X(8).
            10  OAS-ORG-ID               PIC X(8).
        05  OAS-BY                       PIC X(8).
        05  OAS-STAMP                    PIC X(14).

       FD  SECLOG-FILE.
       01  SECLOG-LINE                   PIC X(100).

       FD  JOBLOG-FILE.
       01  JOBLOG-LINE                   PIC X(100).

       FD  CALENDAR-FILE.
       01  CAL-RECORD                    PIC X(80).

      * THE OLD TABLE HELD THEM, PLUS THE OUTPUT-FILE PART NUMBER
      * ASSIGN-OUTPUT-PARTS STAMPS ON EACH ROW AT SAVE TIME.
       FD  BATCHWRK-FILE
           RECORD CONTAINS 516 CHARACTERS.
       01  BATCHWRK-RECORD.
        05  BWK-ACTIVE                   PIC X(1).
        05  BWK-PART                     PIC 9(3).
        05  BWK-C-SATZ                   PIC X(256).
        05  BWK-SEPA                     PIC X(256).

      * PRE-REWORK PAYMENT HISTORY LINE - BEFORE THE KEYED STORE
      * AND THE KND/TS/NAME FIELDS. READ ONLY BY THE CONVERSION.
        05  BUNL-IBAN                    PIC X(34).
        05  BUNL-BIC                     PIC X(11).

      * OPERATOR MASTER BEFORE THE COMPLIANCE ROLE. READ ONLY BY THE
      * CONVERSION.
       FD  OLD-OPER-FILE.
       01  OLD-OPER-RECORD.
        05  OLDO-ID                      PIC X(8).
        05  OLDO-PASSWORD                PIC X(8).
        05  OLDO-NAME                    PIC X(27).
        05  OLDO-ROLE-ENTRY              PIC X(1).
        05  OLDO-ROLE-SUPERVISOR         PIC X(1).
        05  OLDO-ROLE-RELEASE            PIC X(1).
        05  OLDO-ROLE-BENEF              PIC X(1).
        05  OLDO-ACTIVE                  PIC X(1).

       FD  OPRUNL-FILE.
       01  OPRUNL-RECORD                 PIC X(48).

      * KEYED PAYMENT HISTORY BEFORE HIST-AP-BELEG-NR. READ ONLY BY
      * THE CONVERSION.
       FD  OLD-KHIST-FILE.
       01  OLD-KHIST-RECORD.
        05  OLDK-KEY.
            10  OLDK-BLZ                 PIC 9(8).
            10  OLDK-KTO                 PIC 9(10).
            10  OLDK-DATUM               PIC 9(6).
            10  OLDK-SEQ                 PIC 9(3).
        05  OLDK-BETRAG                  PIC 9(11).
        05  OLDK-VERWENDUNGSZWECK        PIC X(27).
        05  OLDK-KND-NR                  PIC 9(13).
        05  OLDK-TEXTSCHLUESSEL          PIC 9(2).
        05  OLDK-NAME                    PIC A(27).

      * KEYED PAYMENT HISTORY BEFORE HIST-ORIG-ID. READ ONLY BY THE
      * CONVERSION.
       FD  OLD-AHIST-FILE.
       01  OLD-AHIST-RECORD.
        05  OLDA-KEY.
            10  OLDA-BLZ                 PIC 9(8).
            10  OLDA-KTO                 PIC 9(10).
            10  OLDA-DATUM               PIC 9(6).
            10  OLDA-SEQ                 PIC 9(3).
        05  OLDA-BETRAG                  PIC 9(11).
        05  OLDA-VERWENDUNGSZWECK        PIC X(27).
        05  OLDA-KND-NR                  PIC 9(13).
        05  OLDA-TEXTSCHLUESSEL          PIC 9(2).
        05  OLDA-NAME                    PIC A(27).
        05  OLDA-AP-BELEG-NR             PIC X(20).

      * STAGE FOR EITHER OLD KEYED LAYOUT - THE OLD RECORD IMAGE,
      * RELOADED INTO THE CURRENT RECORD WITH THE NEW FIELDS BLANK.
       FD  HISTKUNL-FILE.
       01  HISTKUNL-RECORD               PIC X(135).

       WORKING-STORAGE SECTION.
       01 BLACK   CONSTANT AS 0.
       01 BLUE    CONSTANT AS 1.
        05  SUMME-EUR-BETRAEGE         PIC 9(13).
        05  LEERZEICHEN                PIC A(51).

      * DTAZV RECORDS FOR A FOREIGN PAYMENT BATCH - Q-SATZ (FILE
      * HEADER, ORIGINATOR), ONE T-SATZ PER PAYMENT, Z-SATZ (COUNT
      * AND AMOUNT CHECK TOTALS). DATES ARE YYMMDD, THE T-SATZ
      * AMOUNT CARRIES THREE DECIMALS. AN AWV-REPORTABLE PAYMENT HAS
      * MELDESCHLUESSEL "1" AND ITS ANLAGE Z4 DATA IN THE T-SATZ.
       01  WS-ZV-Q-SATZ.
        05  SATZLAENGE                 PIC 9(4)     VALUE 0256.
        05  SATZART                    PIC A(1)     VALUE "Q".
        05  ZVQ-BLZ                    PIC 9(8).
        05  ZVQ-KUNDENNUMMER           PIC X(10).
        05  ZVQ-AUFTRAGGEBER           PIC X(35) OCCURS 4 TIMES.
        05  ZVQ-ERSTELLUNGSDATUM       PIC 9(6).
        05  ZVQ-LFD-NR                 PIC 9(2)     VALUE 01.
        05  ZVQ-AUSFUEHRUNGSDATUM      PIC 9(6).
        05  ZVQ-WEITERLEITUNG          PIC X(1)     VALUE "N".
        05  ZVQ-BUNDESLAND             PIC 9(2)     VALUE 00.
        05  ZVQ-FIRMENNUMMER           PIC X(8).
        05  LEERZEICHEN                PIC X(68).

       01  WS-ZV-T-SATZ.
        05  SATZLAENGE                 PIC 9(4)     VALUE 0768.
        05  SATZART                    PIC A(1)     VALUE "T".
        05  ZVT-BLZ-AUFTRAGGEBER       PIC 9(8).
        05  ZVT-WAEHRUNG-KONTO         PIC X(3)     VALUE "EUR".
        05  ZVT-KTO-AUFTRAGGEBER       PIC X(10).
        05  ZVT-AUSFUEHRUNGSDATUM      PIC 9(6).
        05  ZVT-BLZ-ENTGELT            PIC 9(8).
        05  ZVT-WAEHRUNG-ENTGELT       PIC X(3).
        05  ZVT-KTO-ENTGELT            PIC 9(10).
        05  ZVT-BIC-EMPFAENGERBANK     PIC X(11).
        05  ZVT-LAND-EMPFAENGERBANK    PIC X(3).
        05  ZVT-ANSCHRIFT-BANK         PIC X(35) OCCURS 4 TIMES.
        05  ZVT-LAND-BEGUENSTIGTER     PIC X(3).
        05  ZVT-BEGUENSTIGTER          PIC X(35) OCCURS 4 TIMES.
        05  ZVT-ORDERVERMERK           PIC X(70).
        05  ZVT-KONTO-BEGUENSTIGTER    PIC X(35).
        05  ZVT-WAEHRUNG-AUFTRAG       PIC X(3).
        05  ZVT-BETRAG                 PIC 9(14).
        05  ZVT-VERWENDUNGSZWECK       PIC X(35) OCCURS 4 TIMES.
        05  ZVT-WEISUNGSSCHLUESSEL     PIC X(8).
        05  ZVT-ZUSATZINFO             PIC X(25).
      * 00 = SHA (SHARED), 01 = OUR, 02 = BEN.
        05  ZVT-ENTGELTREGELUNG        PIC X(2).
        05  ZVT-ZAHLUNGSART            PIC X(2)     VALUE "00".
        05  ZVT-VARIABLER-TEXT         PIC X(27).
        05  ZVT-ANSPRECHPARTNER        PIC X(35).
        05  ZVT-MELDESCHLUESSEL        PIC X(1).
        05  ZVT-AWV-KENNZAHL           PIC X(3).
        05  ZVT-AWV-LAND               PIC X(2).
        05  ZVT-AWV-ZWECK              PIC X(27).
        05  LEERZEICHEN                PIC X(19).
        05  ZVT-ERWEITERUNG            PIC X(2)     VALUE "00".
        05  LEERZEICHEN                PIC X(3).

       01  WS-ZV-Z-SATZ.
        05  SATZLAENGE                 PIC 9(4)     VALUE 0256.
        05  SATZART                    PIC A(1)     VALUE "Z".
      * SUM OF THE T-SATZ AMOUNTS IN WHOLE CURRENCY UNITS - THE
      * DECIMALS ARE DROPPED PER T-SATZ BEFORE ADDING.
        05  ZVZ-SUMME-BETRAEGE         PIC 9(15).
        05  ZVZ-ANZAHL-T-SAETZE        PIC 9(15).
        05  LEERZEICHEN                PIC X(221).

      * DTAZV WORK FIELDS - THE JJMMTT FORM OF THE BATCH DATES AND
      * THE RUNNING Z-SATZ TOTALS OF THE PART BEING WRITTEN.
       01  WS-ZV-DATE-X                PIC 9(8).
       01  WS-ZV-YYMMDD                PIC 9(6).
       01  WS-ZV-COUNT                 PIC 9(7).
       01  WS-ZV-SUM-UNITS             PIC 9(15).
       01  WS-ZV-UNITS                 PIC 9(9).
       01  WS-ZV-AWV-COUNT             PIC 9(7).
       01  WS-ZV-BIC-CHECK             PIC 9(2).
       01  WS-ZV-BRANCH-CHECK          PIC 9(2).

      * SEPA-ONLY FIELDS FOR THE PAIN.001/PAIN.008 EXPORTS - NOT PART
      * OF THE CLASSIC 150-BYTE DTAUS RECORD LAYOUT, SO KEPT SEPARATE
      * FROM WS-C-SATZ. THE MANDATE FIELDS ARE ONLY FILLED ON
        05  BIC-BEGUENSTIGTER          PIC X(11).
        05  MANDATE-REF                PIC X(35).
        05  MANDATE-DATUM              PIC 9(8).
      * FRST/RCUR/FNAL/OOFF AS THE MANDATE MASTER GAVE IT WHEN THE ROW
      * WAS KEYED, RE-DERIVED WHEN THE BATCH IS SAVED OR RELEASED.
      * ROWS SAVED BEFORE THE MANDATE MASTER CARRY SPACES HERE AND GO
      * OUT AS RCUR, AS EVERY COLLECTION USED TO.
        05  MANDATE-SEQ-TP             PIC X(4).
      * FOREIGN PAYMENT (DTAZV) DATA - ONLY FILLED ON A FOREIGN BATCH.
      * THE BENEFICIARY'S ADDRESS AND COUNTRY, THE COUNTRY OF HIS
      * BANK (THE BIC ITSELF SITS IN BIC-BEGUENSTIGTER ABOVE, THE
      * ACCOUNT OR IBAN IN IBAN-BEGUENSTIGTER), WHO BEARS THE
      * CHARGES, AND THE AWV REPORTING DATA (ANLAGE Z4) THE
      * OPERATOR KEYS FOR A PAYMENT OVER THE REPORTING THRESHOLD.
        05  ZV-ANGABEN.
            10  STRASSE-BEGUENSTIGTER  PIC X(35).
            10  ORT-BEGUENSTIGTER      PIC X(35).
            10  LAND-BEGUENSTIGTER     PIC X(2).
            10  LAND-EMPFAENGERBANK    PIC X(2).
            10  ENTGELTREGELUNG        PIC X(3).
             88  ENTGELT-IS-VALID       VALUES "OUR" "SHA" "BEN".
            10  AWV-KENNZAHL           PIC X(3).
            10  AWV-LAND               PIC X(2).
            10  AWV-ZWECK              PIC X(27).
      * AP INVOICE/DOCUMENT NUMBER OF A ROW LOADED FROM THE AP
      * STAGING FILE - SPACES ON A KEYED ROW.
        05  AP-BELEG-NR                PIC X(20).
      * SANCTIONS SCREENING STATE - SPACES WHEN THE ROW IS CLEAN (OR
      * NOT YET SCREENED), "H" HELD ON AN OPEN HIT, "F" HIT CLEARED
      * BY COMPLIANCE, "B" HIT CONFIRMED. SAN-HIT-ID POINTS AT THE
      * ROW'S ENTRY IN THE HIT-REVIEW QUEUE.
        05  SAN-ANGABEN.
            10  SAN-STATUS             PIC X(1).
            10  SAN-HIT-ID             PIC X(18).
      * RESERVE - THE "S" RECORD OF THE CHECKPOINT, PENDING AND
      * TEMPLATE FILES CARRIES THIS GROUP AS ITS 256-BYTE PAYLOAD.
        05  FILLER                     PIC X(16).

      * THE ORIGINATOR'S OWN IBAN/BIC DOES NOT VARY PER BENEFICIARY,
      * SO IT IS KEPT AS A BATCH-LEVEL FIELD (ALONGSIDE NAME-ABSENDER
       01  WS-FREE-SLOT-IDX            PIC 9(7) VALUE 0.
       01  WS-C-IDX                    PIC 9(7) VALUE 0.
       01  WS-BATCHWRK-STATUS          PIC X(2).
       01  WS-BATCHWRK-FILE-NAME       PIC X(40)
                                       VALUE "BATCHWRK.DAT".
       01  WS-BWK-ROW                  PIC 9(7).
      * CURRENT ROW AS READ/WRITTEN BY GET-/PUT-BATCH-ROW - THE
      * C-SATZ AND SEPA HALVES GO STRAIGHT INTO THE SHARED WS-C-SATZ
      * A LASTSCHRIFT COLLECTION BATCH, WHICH CONSTRAINS THE
      * TEXTSCHLUESSEL TO THE DIRECT-DEBIT KEYS, TAKES MANDATE DATA
      * PER C-SATZ AND EXPORTS PAIN.008 INSTEAD OF PAIN.001.
      * A FOREIGN PAYMENT BATCH (Z) GOES OUT AS ONE DTAZV FILE AND
      * NEITHER DTAUS NOR PAIN.001.
       01  WS-BATCH-TYPE               PIC X(1) VALUE "T".
        88  BATCH-IS-TRANSFER           VALUE "T".
        88  BATCH-IS-COLLECTION         VALUE "C".
        88  BATCH-IS-FOREIGN            VALUE "Z".
        88  BATCH-TYPE-VALID            VALUES "T" "C" "Z".

      * MANDATE SIGNATURE DATE REFORMATTED DDMMYYYY -> ISO FOR THE
      * PAIN.008 DTOFSGNTR ELEMENT, PER TRANSACTION.
      * STILL MISSING ITS MANDATSREFERENZ OR SIGNATURE DATE.
       01  WS-MNDT-OK                  PIC X(1).
       01  WS-MNDT-BAD-ROW             PIC 9(7).
       01  WS-MNDT-BAD-TEXT            PIC X(30).

      * SEPA MANDATE MASTER WORK FIELDS. LOOKUP-MANDATE CLASSIFIES THE
      * MANDATE OF THE CURRENT ROW: "N" NOT ON FILE YET (SO THIS IS
      * ITS FIRST COLLECTION), "K" USABLE, "C" CANCELLED, "F" USED UP
      * BY A RELEASED FNAL/OOFF COLLECTION, "X" LAPSED (36 MONTHS
      * WITHOUT A COLLECTION), "W" ON FILE FOR ANOTHER KUNDENNUMMER,
      * "Q" FLAGGED AS THE LAST COLLECTION BEFORE THE FIRST HAS GONE
      * OUT. WS-MNDT-SEQ IS THE SEQUENCE TYPE THE ROW GOES OUT WITH.
      * WITHOUT THE MASTER THE OLD BEHAVIOUR APPLIES - EVERYTHING IS
      * RCUR UNLESS THE OPERATOR SAYS OTHERWISE.
       01  WS-MANDATE-STATUS           PIC X(2).
       01  WS-MANDATE-AVAILABLE        PIC X(1) VALUE "N".
       01  WS-MNDT-STATE               PIC X(1).
       01  WS-MNDT-SEQ                 PIC X(4).
       01  WS-MNDT-FINAL               PIC X(1) VALUE "N".
       01  WS-MNDT-ONEOFF              PIC X(1) VALUE "N".
       01  WS-MNDT-REF-YMD             PIC 9(8).
       01  WS-MNDT-LAST-X              PIC X(8).
       01  WS-MNDT-LAST-YMD            PIC 9(8).
       01  WS-MNDT-UPD-OK              PIC X(1).
       01  WS-MNDT-FUNC                PIC X(1) VALUE " ".
       01  WS-MNDT-MAINT-REF           PIC X(35) VALUE SPACES.
      * THE FOUR SEQUENCE TYPES IN THE ORDER THE PAIN.008 CARRIES ITS
      * PMTINF BLOCKS - ONE BLOCK PER TYPE PRESENT IN THE FILE.
       01  WS-SEQ-TYPE-LIST            PIC X(16)
                                         VALUE "FRSTRCURFNALOOFF".
       01  WS-SEQ-TYPE-TBL REDEFINES WS-SEQ-TYPE-LIST.
        05  WS-SEQ-TYPE                PIC X(4) OCCURS 4 TIMES.
       01  WS-SEQ-IDX                  PIC 9(1).
       01  WS-ROW-SEQ-TP               PIC X(4).
      * PER-PMTINF TOTALS AND THE EUR-ROW ORDINAL - THE ENDTOENDID
      * STAYS THE ROW'S POSITION AMONG ALL EUR ROWS OF THE LOGICAL
      * BATCH, WHATEVER PMTINF BLOCK OR PART IT LANDS IN.
       01  WS-SEQ-GRP-COUNT            PIC 9(7).
       01  WS-SEQ-GRP-SUM              PIC 9(13).
       01  WS-SEPA-ROW-ORD             PIC 9(7).

      * WORK FIELDS FOR THE PRINTABLE AUDIT-TRAIL LISTING - EDITED
      * FORM OF BETRAG FOR ONE REPORT LINE.
                                         VALUE "SEPA_PAIN001.XML".
       01  WS-REPORT-FILE-NAME         PIC X(40)
                                         VALUE "BATCH_REPORT.TXT".
       01  WS-DTAZV-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-DTAZV-STATUS             PIC X(2).
       01  WS-DTAZV-RECLEN             PIC 9(3) VALUE 256.

      * SUBMISSION MANIFEST WORK FIELDS.
       01  WS-MANIFEST-STATUS          PIC X(2).
      * CCYYMMDD OF THE DAY THE DAY-END SUMMARY LISTS - TODAY, OR
      * THE DATE= OF A SCHEDULER JOB RUN AFTER MIDNIGHT.
       01  WS-SUMMARY-DATE             PIC X(8) VALUE SPACES.
       01  WS-SUMMARY-OK               PIC X(1).
       01  WS-MANIFEST-EOF-FLAG        PIC X(3).
       01  WS-MANIFEST-COUNT           PIC 9(4) VALUE 0.
      * DAY-END TOTALS PER ORIGINATOR, TAKEN FROM THE " ORG " AND
      * " CT " TOKENS OF THE DAY'S MANIFEST LINES.
       01  WS-MAX-SUM-ORG   CONSTANT AS 50.
       01  WS-SUM-ORG-COUNT            PIC 9(3) VALUE 0.
       01  WS-SUM-ORG-TABLE.
        05  WS-SUM-ORG-ENTRY OCCURS WS-MAX-SUM-ORG TIMES.
            10  SUM-ORG-ID             PIC X(8).
            10  SUM-ORG-BATCHES        PIC 9(4).
            10  SUM-ORG-CT             PIC 9(13).
       01  WS-SUM-ORG-IDX              PIC 9(3).
       01  WS-SUM-ORG-CUR              PIC X(8).
       01  WS-SUM-ORG-CT-CUR           PIC 9(13).
       01  WS-SUM-ORG-FOUND            PIC X(1).
       01  WS-SUM-ORG-EDIT             PIC ZZZZZZZZZZ9.99.

      * TAMPER SEAL - ONE SUBMISSION_SEAL.TXT LINE PER PHYSICAL OUTPUT
      * FILE (EVERY PART, DTAUS, PAIN.001/PAIN.008 OR DTAZV), WRITTEN
      * AT RELEASE STRAIGHT AFTER THE FILES AND STAMPED LIKE THE
      * BATCH'S MANIFEST LINE. IT HOLDS WHAT SEAL-SCAN-FILE READ BACK
      * FROM THE FILE: RECORD COUNT, PAYMENT COUNT, CONTROL SUM IN
      * CENTS, THE ACCOUNT CONTROL TOTAL (THE SUM OF THE IBAN CHECK
      * DIGITS OF THE PAYEES/DEBTORS - FOR A DTAUS FILE, WHICH HAS
      * NO IBAN, THE KONTONUMMER SUM ITS E-SATZ ALSO CARRIES) AND A
      * TWO-PART HASH OVER EVERY BYTE (AN ADLER-32 STYLE PAIR AND A
      * POLYNOMIAL REMAINDER), SO ANY EDIT BETWEEN RELEASE AND
      * UPLOAD SHOWS UP IN THE PRE-UPLOAD CHECK.
       01  WS-SEAL-SATZ.
        05  SEAL-STAMP                 PIC X(15).
        05  FILLER                     PIC X(1)     VALUE SPACE.
        05  SEAL-NAME                  PIC X(40).
        05  FILLER                     PIC X(1)     VALUE SPACE.
        05  SEAL-KIND                  PIC X(5).
        05  FILLER                     PIC X(1)     VALUE SPACE.
        05  SEAL-OPERATOR              PIC X(8).
        05  FILLER                     PIC X(1)     VALUE SPACE.
        05  SEAL-RECS                  PIC 9(7).
        05  FILLER                     PIC X(1)     VALUE SPACE.
        05  SEAL-TXS                   PIC 9(7).
        05  FILLER                     PIC X(1)     VALUE SPACE.
        05  SEAL-CT                    PIC 9(15).
        05  FILLER                     PIC X(1)     VALUE SPACE.
        05  SEAL-KTO-SUM               PIC 9(17).
        05  FILLER                     PIC X(1)     VALUE SPACE.
        05  SEAL-HASH-A                PIC 9(10).
        05  FILLER                     PIC X(1)     VALUE "-".
        05  SEAL-HASH-B                PIC 9(10).
        05  FILLER                     PIC X(7)     VALUE SPACES.
       01  WS-SEAL-STATUS              PIC X(2).
      * CCYYMMDD-HHMMSS OF THE MANIFEST LINE APPEND-MANIFEST WROTE.
       01  WS-SEAL-STAMP               PIC X(15) VALUE SPACES.
       01  WS-SEAL-EOF-FLAG            PIC X(3).

      * SEAL-SCAN-FILE INPUT (NAME AND KIND OF THE FILE) AND RESULT.
      * WS-SCAN-FOUND IS "Y" WHEN THE FILE WAS READ TO THE END, "N"
      * WHEN IT IS NOT THERE, "R" WHEN IT COULD NOT BE READ.
       01  WS-SCAN-NAME                PIC X(40).
       01  WS-SCAN-KIND                PIC X(5).
       01  WS-SCAN-STATUS              PIC X(2).
       01  WS-SCAN-FOUND               PIC X(1).
       01  WS-SCAN-EOF                 PIC X(3).
       01  WS-SCAN-RECS                PIC 9(7).
       01  WS-SCAN-TXS                 PIC 9(7).
       01  WS-SCAN-CT                  PIC 9(15).
       01  WS-SCAN-KTO-SUM             PIC 9(17).
       01  WS-SCAN-HASH-A              PIC 9(10).
       01  WS-SCAN-HASH-B              PIC 9(10).
       01  WS-SCAN-ADLER-A             PIC 9(5).
       01  WS-SCAN-ADLER-B             PIC 9(5).
       01  WS-SCAN-POLY                PIC 9(13).
       01  WS-SCAN-LEN                 PIC 9(3).
       01  WS-SCAN-POS                 PIC 9(3).
       01  WS-SCAN-BYTE                PIC 9(3).
      * "Y" WHILE THE NEXT DTAUS BLOCK IS THE SECOND HALF OF A C-SATZ.
       01  WS-SCAN-CONT                PIC X(1).
      * "Y" BETWEEN A PAIN TRANSACTION'S OPENING AND CLOSING TAG -
      * ONLY IBANS IN THERE ARE PAYEES/DEBTORS, NOT OUR OWN ACCOUNT.
       01  WS-SCAN-IN-TX               PIC X(1).
       01  WS-SCAN-TALLY               PIC 9(3).
       01  WS-SCAN-JUNK                PIC X(400).
       01  WS-SCAN-TEXT                PIC X(400).
       01  WS-SCAN-AMT-X               PIC X(20).
       01  WS-SCAN-PZ                  PIC 9(2).
      * THE RECORD JUST READ, WITH A VIEW OF THE FIELDS THE SEAL
      * TOTALS ON FOR EACH FORMAT (SEE WS-C-SATZ AND WS-ZV-T-SATZ).
       01  WS-SCAN-DATA                PIC X(768).
       01  WS-SCAN-DTAUS-VIEW REDEFINES WS-SCAN-DATA.
        05  FILLER                     PIC X(4).
        05  SCAN-SATZART               PIC X(1).
        05  FILLER                     PIC X(16).
        05  SCAN-KTO                   PIC 9(10).
        05  FILLER                     PIC X(48).
        05  SCAN-BETRAG                PIC 9(11).
        05  FILLER                     PIC X(678).
       01  WS-SCAN-ZV-VIEW REDEFINES WS-SCAN-DATA.
        05  FILLER                     PIC X(4).
        05  SCAN-ZV-SATZART            PIC X(1).
        05  FILLER                     PIC X(415).
        05  SCAN-ZV-KONTO              PIC X(35).
        05  FILLER                     PIC X(3).
        05  SCAN-ZV-BETRAG             PIC 9(14).
        05  FILLER                     PIC X(296).

      * PRE-UPLOAD CHECK - EVERY FILE OF THE DAY, FROM THE SEAL LINES
      * AND FROM THE MANIFEST LINES (A FILE ON THE MANIFEST WITHOUT
      * A SEAL IS AN EXCEPTION TOO). VFY-RESULT STAYS SPACES FOR A
      * FILE THAT MATCHES ITS SEAL; ANYTHING ELSE BLOCKS THE UPLOAD.
       01  WS-VFY-DATE                 PIC X(8).
      * "Y" ALL FILES MATCH, "N" BLOCKING EXCEPTIONS, "E" NO FILES.
       01  WS-VFY-OK                   PIC X(1).
       01  WS-MAX-VFY  CONSTANT AS 200.
       01  WS-VFY-ROWS                 PIC 9(3) VALUE 0.
       01  WS-VFY-OVERFLOW             PIC X(1).
       01  WS-VFY-TABLE.
        05  WS-VFY-ROW OCCURS 200 TIMES INDEXED BY WS-VFY-IDX.
            10  VFY-NAME               PIC X(40).
            10  VFY-SEALED             PIC X(1).
            10  VFY-SEAL               PIC X(150).
            10  VFY-RESULT             PIC X(50).
            10  VFY-FOUND-TXS          PIC 9(7).
            10  VFY-FOUND-CT           PIC 9(15).
            10  VFY-FOUND-KTO          PIC 9(17).
            10  VFY-FOUND-HASH-A       PIC 9(10).
            10  VFY-FOUND-HASH-B       PIC 9(10).
       01  WS-VFY-ROW-FOUND            PIC X(1).
       01  WS-VFY-EXCEPTIONS           PIC 9(3).
       01  WS-VFY-PTR                  PIC 9(3).
       01  WS-VFY-TOT-TXS              PIC 9(9).
       01  WS-VFY-TOT-CT               PIC 9(15).
       01  WS-VFY-AMOUNT               PIC 9(13)V99.
       01  WS-VFY-AMOUNT-EDIT          PIC ZZZZZZZZZZZZ9.99.
       01  WS-VFY-STATE-TEXT           PIC X(9).
       01  WS-VFY-MAN-STAMP            PIC X(15).
       01  WS-VFY-MAN-TOKENS.
        05  WS-VFY-MAN-TOK             PIC X(40) OCCURS 2 TIMES.
       01  WS-VFY-TOK-IDX              PIC 9(1).
       01  WS-COVER-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-COVER-STATUS             PIC X(2).

      * LIQUIDITY FORECAST WORK FIELDS. THE DAY TABLE HOLDS THE NEXT
      * WS-FC-DAYS BUSINESS DAYS FROM TODAY (OR THE JOB'S DATE=) AS
      * DAY NUMBERS; EVERY PAYMENT BATCH FOUND IS BOOKED INTO ONE
      * CELL PER DAY AND ORIGINATOR ACCOUNT. DAY 0 COLLECTS WHAT IS
      * STILL OUTSTANDING FROM BEFORE THE FIRST DAY OR CARRIES NO
      * EXECUTION DATE (MANIFEST LINES WRITTEN BEFORE THE DATE WAS
      * RECORDED ON THEM). AMOUNTS ARE WHOLE CENTS LIKE THE E-SATZ.
       01  WS-FCCFG-STATUS             PIC X(2).
       01  WS-FCCFG-EOF-FLAG           PIC X(3).
       01  WS-FC-STATUS                PIC X(2).
       01  WS-FC-FILE-NAME             PIC X(40).
       01  WS-FC-OK                    PIC X(1).
       01  WS-MAX-FC-DAYS   CONSTANT AS 60.
       01  WS-FC-DAYS                  PIC 9(3) VALUE 10.
       01  WS-FC-THRESHOLD             PIC 9(13) VALUE 0.
       01  WS-FC-KEYWORD               PIC X(10).
       01  WS-FC-ARG1                  PIC X(30).
       01  WS-FC-ARG2                  PIC X(20).
       01  WS-FC-BASE-DATE             PIC X(8).
       01  WS-FC-DAY-COUNT             PIC 9(3) VALUE 0.
       01  WS-FC-DAY-TABLE.
        05  WS-FC-DAY OCCURS 60 TIMES INDEXED BY WS-FC-DAY-IDX.
            10  FC-DAY-INT             PIC 9(8).
            10  FC-DAY-DATE            PIC 9(8).
            10  FC-DAY-OUT             PIC 9(15).
            10  FC-DAY-IN              PIC 9(15).
      * RECURRING TEMPLATES NAMED ON TMPL LINES AND THEIR DUE DAY.
       01  WS-MAX-FC-TMPL   CONSTANT AS 50.
       01  WS-FC-TMPL-COUNT            PIC 9(3) VALUE 0.
       01  WS-FC-TMPL-TABLE.
        05  WS-FC-TMPL OCCURS 50 TIMES INDEXED BY WS-FC-TMPL-IDX.
            10  FC-TMPL-NAME           PIC X(20).
            10  FC-TMPL-DUE-DAY        PIC 9(2).
      * DAY/ACCOUNT CELLS - DAY 0 IS THE OUTSTANDING/UNDATED BUCKET.
       01  WS-MAX-FC-CELLS  CONSTANT AS 600.
       01  WS-FC-CELL-COUNT            PIC 9(4) VALUE 0.
       01  WS-FC-CELL-OVERFLOW         PIC X(1).
       01  WS-FC-CELL-FOUND            PIC X(1).
       01  WS-FC-CELL-TABLE.
        05  WS-FC-CELL OCCURS 600 TIMES INDEXED BY WS-FC-CELL-IDX.
            10  FC-CELL-DAY            PIC 9(3).
            10  FC-CELL-KTO            PIC X(10).
            10  FC-CELL-OUT            PIC 9(15).
            10  FC-CELL-IN             PIC 9(15).
      * THE BATCH BEING BOOKED - WHERE IT CAME FROM, ITS EXECUTION
      * DATE (DDMMYYYY, 0 WHEN NOT KNOWN), TYPE, ACCOUNT AND TOTAL.
       01  WS-FC-SOURCE                PIC X(8).
       01  WS-FC-ITEM-NAME             PIC X(40).
       01  WS-FC-ITEM-EXD              PIC 9(8).
       01  WS-FC-ITEM-TYPE             PIC X(1).
       01  WS-FC-ITEM-KTO              PIC X(10).
       01  WS-FC-ITEM-AMT              PIC 9(13).
       01  WS-FC-ITEM-COUNT            PIC 9(7).
       01  WS-FC-ITEM-NONEUR           PIC 9(7).
       01  WS-FC-NONEUR-COUNT          PIC 9(7).
       01  WS-FC-ITEM-DAY              PIC 9(3).
       01  WS-FC-ITEM-INT              PIC 9(8).
       01  WS-FC-ITEMS-BOOKED          PIC 9(5).
       01  WS-FC-ITEMS-LATER           PIC 9(5).
      * BATCH HEADER ("A" RECORD OF PENDING.BAT AND OF A TEMPLATE) -
      * THE A-SATZ, THE DEBTOR SEPA FIELDS, THEN THE BATCH TYPE.
       01  WS-FC-HEADER                PIC X(256).
       01  WS-FC-HEADER-VIEW REDEFINES WS-FC-HEADER.
        05  FILLER                     PIC X(60).
        05  FC-HDR-KTO                 PIC X(10).
        05  FILLER                     PIC X(103).
        05  FC-HDR-EXD                 PIC X(8).
        05  FILLER                     PIC X(18).
        05  FC-HDR-TYPE                PIC X(1).
        05  FILLER                     PIC X(56).
      * C-SATZ ROW OF THE SAME FILES - ONLY BETRAG AND WAEHRUNG ARE
      * WANTED.
       01  WS-FC-ROW                   PIC X(256).
       01  WS-FC-ROW-VIEW REDEFINES WS-FC-ROW.
        05  FILLER                     PIC X(79).
        05  FC-ROW-BETRAG              PIC 9(11).
        05  FILLER                     PIC X(92).
        05  FC-ROW-WAEHRUNG            PIC X(1).
        05  FILLER                     PIC X(73).
      * PROJECTING A TEMPLATE'S DUE DAY ONTO THE COMING MONTHS.
       01  WS-FC-MONTH-OFS             PIC 9(1).
       01  WS-FC-YYYY                  PIC 9(4).
       01  WS-FC-MM                    PIC 9(2).
       01  WS-FC-DD                    PIC 9(2).
       01  WS-FC-MONTH-END             PIC 9(2).
      * ACCOUNT, TYPE AND EXECUTION DATE OF EVERY PENDING OR RELEASED
      * BATCH BOOKED - A TEMPLATE DUE DATE FOUND HERE HAS ALREADY BEEN
      * GENERATED AND IS NOT PROJECTED A SECOND TIME.
       01  WS-MAX-FC-BOOKED CONSTANT AS 300.
       01  WS-FC-BOOKED-COUNT          PIC 9(3) VALUE 0.
       01  WS-FC-BOOKED-HIT            PIC X(1).
       01  WS-FC-BOOKED-TABLE.
        05  WS-FC-BOOKED OCCURS 300 TIMES INDEXED BY WS-FC-BKD-IDX.
            10  FC-BKD-KTO             PIC X(10).
            10  FC-BKD-TYPE            PIC X(1).
            10  FC-BKD-EXD             PIC 9(8).
       01  WS-FC-NEXT-INT              PIC 9(8).
      * REPORT FIELDS.
       01  WS-FC-AMT                   PIC 9(13)V99.
       01  WS-FC-AMT-OUT-EDIT          PIC ZZZZZZZZZZZZ9.99.
       01  WS-FC-AMT-IN-EDIT           PIC ZZZZZZZZZZZZ9.99.
       01  WS-FC-NET-AMT               PIC S9(13)V99.
       01  WS-FC-NET-EDIT              PIC -ZZZZZZZZZZZZ9.99.
       01  WS-FC-DATE-SHOW             PIC X(10).
       01  WS-FC-TYPE-TEXT             PIC X(10).
       01  WS-FC-FLAGGED               PIC 9(3).
       01  WS-FC-TOT-OUT               PIC 9(15).
       01  WS-FC-TOT-IN                PIC 9(15).
       01  WS-FC-OLD-OUT               PIC 9(15).
       01  WS-FC-OLD-IN                PIC 9(15).
       01  WS-FC-GRAND-OUT             PIC 9(15).
       01  WS-FC-GRAND-IN              PIC 9(15).
       01  WS-FC-LABEL                 PIC X(12).
       01  WS-IMPORT-E-FOUND           PIC X(1).
       01  WS-IMPORT-OK                PIC X(1).
       01  WS-IMPORT-MISMATCHES        PIC 9(2) VALUE 0.
       01  WS-DIR-FOUND-NAME           PIC X(27).
       01  WS-DIR-FOUND-BIC            PIC X(11).

      * IN-MEMORY SANCTIONS LIST, LOADED AT STARTUP FROM SANCTION.DAT.
      * EACH NAME IS KEPT AS ITS SIGNIFICANT WORDS (UPPER CASE, NO
      * PUNCTUATION, LEGAL FORMS LIKE GMBH OR LTD DROPPED) AND AS
      * THOSE WORDS RUN TOGETHER, SO THE MATCH IGNORES WORD ORDER,
      * SPACING AND ONE TYPO PER WORD. WITHOUT THE FILE NOTHING IS
      * SCREENED AND NO BATCH CAN BE RELEASED.
       01  WS-MAX-SAN-NAMES  CONSTANT AS 3000.
       01  WS-MAX-SAN-LAENDER CONSTANT AS 60.
       01  WS-SAN-FILE-STATUS          PIC X(2).
       01  WS-SAN-LOADED               PIC X(1) VALUE "N".
       01  WS-SAN-EOF-FLAG             PIC X(3).
       01  WS-SAN-NAME-COUNT           PIC 9(5) VALUE 0.
       01  WS-SAN-NAME-TABLE.
        05  WS-SAN-NAME-ENTRY OCCURS 3000 TIMES INDEXED BY WS-SNM-IDX.
            10  SNM-LISTE              PIC X(8).
            10  SNM-REF                PIC X(12).
            10  SNM-TEXT               PIC X(35).
            10  SNM-JOINED             PIC X(40).
            10  SNM-JOINED-LEN         PIC 9(2).
            10  SNM-TOK-COUNT          PIC 9(1).
            10  SNM-TOKENS.
                15  SNM-TOKEN OCCURS 6 TIMES.
                    20  SNM-TOK        PIC X(20).
                    20  SNM-TOK-LEN    PIC 9(2).
       01  WS-SAN-LAND-COUNT           PIC 9(3) VALUE 0.
       01  WS-SAN-LAND-TABLE.
        05  WS-SAN-LAND-ENTRY OCCURS 60 TIMES INDEXED BY WS-SLD-IDX.
            10  SLD-LAND               PIC X(2).
            10  SLD-LISTE              PIC X(8).
            10  SLD-REF                PIC X(12).

      * WORDS THAT SAY NOTHING ABOUT WHO A PARTY IS - LEFT OUT OF
      * BOTH SIDES OF THE NAME MATCH.
       01  WS-SAN-STOPWORD-LIST.
        05  FILLER                     PIC X(45) VALUE
                "GMBH AG   KG   OHG  UG   LTD  LLC  INC  CO   ".
        05  FILLER                     PIC X(45) VALUE
                "SA   SARL BV   NV   THE  AND  UND  PLC  CORP ".
       01  WS-SAN-STOPWORDS REDEFINES WS-SAN-STOPWORD-LIST.
        05  WS-SAN-STOPWORD            PIC X(5) OCCURS 18 TIMES
                INDEXED BY WS-SSW-IDX.

      * NAME NORMALISATION AND MATCH WORK FIELDS. WS-SAN-WORK-TOKEN
      * HOLDS THE WORDS OF WHATEVER NAME WAS LAST NORMALISED; THE
      * BENEFICIARY'S ARE COPIED TO WS-SAN-BEN-TOKEN BEFORE THE LIST
      * IS WALKED.
       01  WS-SAN-IN                   PIC X(70).
       01  WS-SAN-RAW-TOKENS.
        05  WS-SAN-RAW OCCURS 8 TIMES.
            10  SAN-RAW-TOK            PIC X(20).
            10  SAN-RAW-LEN            PIC 9(2).
       01  WS-SAN-RAW-IDX              PIC 9(2).
       01  WS-SAN-WORK-COUNT           PIC 9(1).
       01  WS-SAN-WORK-TOKENS.
        05  WS-SAN-WORK-TOKEN OCCURS 6 TIMES.
            10  SAN-WORK-TOK           PIC X(20).
            10  SAN-WORK-LEN           PIC 9(2).
       01  WS-SAN-JOINED               PIC X(40).
       01  WS-SAN-JOINED-LEN           PIC 9(2).
       01  WS-SAN-STOP                 PIC X(1).
       01  WS-SAN-BEN-COUNT            PIC 9(1).
       01  WS-SAN-BEN-TOKENS.
        05  WS-SAN-BEN-TOKEN OCCURS 6 TIMES.
            10  SAN-BEN-TOK            PIC X(20).
            10  SAN-BEN-LEN            PIC 9(2).
       01  WS-SAN-BEN-JOINED           PIC X(40).
       01  WS-SAN-BEN-JOINED-LEN       PIC 9(2).
       01  WS-SAN-T-IDX                PIC 9(1).
       01  WS-SAN-B-IDX                PIC 9(1).
       01  WS-SAN-MATCHED              PIC 9(1).
       01  WS-SAN-TOK-HIT              PIC X(1).
       01  WS-SAN-TALLY                PIC 9(3).
       01  WS-SAN-TA                   PIC X(20).
       01  WS-SAN-TA-LEN               PIC 9(2).
       01  WS-SAN-TB                   PIC X(20).
       01  WS-SAN-TB-LEN               PIC 9(2).
       01  WS-SAN-I                    PIC 9(2).
       01  WS-SAN-J                    PIC 9(2).
       01  WS-SAN-DIFFS                PIC 9(2).
       01  WS-SAN-SIMILAR              PIC X(1).
       01  WS-SAN-KEEP                 PIC X(1).
       01  WS-SAN-LAND-WK              PIC X(2).

      * RESULT OF SCREENING ONE ROW, AND THE BATCH-WIDE COUNTS.
       01  WS-SAN-HIT                  PIC X(1).
       01  WS-SAN-HIT-ART              PIC X(1).
       01  WS-SAN-HIT-LISTE            PIC X(8).
       01  WS-SAN-HIT-REF              PIC X(12).
       01  WS-SAN-HIT-TEXT             PIC X(35).
       01  WS-SAN-NEW-HIT              PIC X(1).
       01  WS-SAN-REPORT               PIC X(1) VALUE "N".
       01  WS-SAN-HOLD-COUNT           PIC 9(5) VALUE 0.
       01  WS-SAN-NEW-COUNT            PIC 9(5) VALUE 0.
       01  WS-SAN-CLEAR-COUNT          PIC 9(5) VALUE 0.
       01  WS-SAN-BLOCK-COUNT          PIC 9(5) VALUE 0.
       01  WS-SAN-BLOCKED-TOTAL        PIC 9(5) VALUE 0.

      * HIT-REVIEW QUEUE WORK FIELDS.
       01  WS-SANHIT-STATUS            PIC X(2).
       01  WS-SANHIT-AVAILABLE         PIC X(1) VALUE "N".
       01  WS-SANHIT-SEQ               PIC 9(2) VALUE 0.
       01  WS-SANHIT-TRIES             PIC 9(2).
       01  WS-SANHIT-WRITTEN           PIC X(1).
       01  WS-SAN-ANSWER               PIC X(1) VALUE " ".
       01  WS-SAN-NOTIZ                PIC X(40) VALUE SPACES.
       01  WS-SAN-BETRAG-EDIT          PIC ZZZZZZZZ9.99.
       01  WS-SAN-DECIDED              PIC 9(5) VALUE 0.

      * DUAL-CONTROL (FOUR-EYES) WORK FIELDS - EVERY RUN STARTS WITH
      * A SIGN-ON; THE ENTERING OPERATOR'S S PUTS THE BATCH INTO
      * PENDING.BAT AND ONLY A DIFFERENT OPERATOR CAN RELEASE IT,
       01  WS-LIMITS-EOF-FLAG          PIC X(3).
       01  WS-TXN-LIMIT                PIC 9(11) VALUE 0.
       01  WS-BATCH-LIMIT              PIC 9(13) VALUE 0.
      * AWV REPORTING THRESHOLD FOR A FOREIGN PAYMENT (CENTS) - THE
      * BUNDESBANK'S 12.500,00 UNLESS LIMITS.CFG SAYS OTHERWISE
      * ("AWV <CENTS>", 0 = NEVER ASK).
       01  WS-AWV-LIMIT                PIC 9(11) VALUE 1250000.
      * DAYS A CONFIRMED BANK-DETAIL CHANGE STAYS "RECENT" ("BANKCHG
      * <DAYS>", 0 = NO COOLING-OFF).
       01  WS-BANKCHG-DAYS             PIC 9(3) VALUE 30.
       01  WS-TS-LIMIT-COUNT           PIC 9(2) VALUE 0.
       01  WS-TS-LIMIT-TABLE.
        05  WS-TS-LIMIT-ENTRY OCCURS 20 TIMES INDEXED BY WS-TS-IDX.
       01  WS-LIM-ARG2                 PIC X(16).
       01  WS-EFFECTIVE-TXN-LIMIT      PIC 9(11).

      * "L" FOR AN AMOUNT-LIMIT OVERRIDE, "B" FOR THE ACKNOWLEDGEMENT
      * OF PAYMENTS TO RECENTLY CHANGED BANK DETAILS - ONLY DECIDES
      * WHICH SCREEN PROMPT-SUPERVISOR-OVERRIDE SHOWS AND LOGS.
       01  WS-OVR-KIND                 PIC X(1) VALUE "L".
       01  WS-OVR-AMOUNT               PIC 9(13).
       01  WS-OVR-LIMIT                PIC 9(13).
       01  WS-OVERRIDE-ID              PIC X(8) VALUE SPACES.
       01  WS-BENEF-SAVE-ANSWER        PIC X(1) VALUE " ".
       01  WS-BENEF-CONFIRM            PIC X(1) VALUE " ".

      * BANK-DETAIL CHANGE CONTROL. WS-BCHG-OLD-/-NEW- HOLD THE BANK
      * FIELDS EITHER SIDE OF BENEF-DATA-SCREEN; WS-BCHG-FOUND IS SET
      * BY FIND-PENDING-BANK-CHANGE, WS-BCHG-KEYED BY BENEF-ADD WHEN
      * BANK FIELDS WERE KEYED. THE RECENT TABLE HOLDS THE NEW
      * ACCOUNTS OF CHANGES CONFIRMED WITHIN WS-BANKCHG-DAYS, LOADED
      * AT STARTUP AND AFTER EVERY CONFIRMATION.
       01  WS-MAX-BCHG-RECENT  CONSTANT AS 500.
       01  WS-BENCHG-STATUS            PIC X(2).
       01  WS-BENCHG-AVAILABLE         PIC X(1) VALUE "N".
       01  WS-BENCHG-EOF-FLAG          PIC X(3).
       01  WS-BCHG-FOUND               PIC X(1).
       01  WS-BCHG-ANSWER              PIC X(1) VALUE " ".
       01  WS-BCHG-OK                  PIC X(1).
       01  WS-BCHG-KEYED               PIC X(1).
       01  WS-BCHG-OLD-BLZ             PIC 9(8).
       01  WS-BCHG-OLD-KTO             PIC 9(10).
       01  WS-BCHG-OLD-IBAN            PIC X(34).
       01  WS-BCHG-OLD-BIC             PIC X(11).
       01  WS-BCHG-NEW-BLZ             PIC 9(8).
       01  WS-BCHG-NEW-KTO             PIC 9(10).
       01  WS-BCHG-NEW-IBAN            PIC X(34).
       01  WS-BCHG-NEW-BIC             PIC X(11).
       01  WS-BCHG-STAMP               PIC X(14).
       01  WS-BCHG-TODAY-INT           PIC 9(8).
       01  WS-BCHG-CONF-INT            PIC 9(8).
       01  WS-BCHG-HIT                 PIC X(1).
       01  WS-BCHG-HIT-DATUM           PIC 9(8).
       01  WS-BCHG-ROW-COUNT           PIC 9(5) VALUE 0.
       01  WS-BCHG-ACK-BY              PIC X(8) VALUE SPACES.
       01  WS-BCHG-RECENT-COUNT        PIC 9(3) VALUE 0.
       01  WS-BCHG-RECENT-TABLE.
        05  WS-BCHG-RECENT-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-BCR-IDX.
            10  BCR-BLZ                PIC 9(8).
            10  BCR-KTO                PIC 9(10).
            10  BCR-IBAN               PIC X(34).
            10  BCR-DATUM              PIC 9(8).

      * PAIN.002 STATUS-REPORT IMPORT WORK FIELDS. THE BANK REPORTS
      * EACH REJECTED TRANSACTION UNDER ITS ORIGINAL ENDTOENDID -
      * WHICH IS THE SEQUENCE NUMBER WRITE-SEPA-PAIN001/-PAIN008
       01  WS-P2-ORIG-MSGID            PIC X(35) VALUE SPACES.
       01  WS-P2-GRP-STS               PIC X(4) VALUE SPACES.
       01  WS-P2-TX-STS                PIC X(4) VALUE SPACES.
       01  WS-P2-LAST-E2E              PIC X(35) VALUE SPACES.
      * AN ENDTOENDID IS THE EUR-ROW SEQUENCE, OPTIONALLY FOLLOWED BY
      * "/" AND THE AP DOCUMENT NUMBER.
       01  WS-P2-E2E-SEQ               PIC X(16).
       01  WS-P2-E2E-BELEG             PIC X(20).
       01  WS-P2-BELEG-WK              PIC X(20).
       01  WS-P2-AWAIT-RSN             PIC X(1) VALUE "N".
       01  WS-P2-TALLY                 PIC 9(3).
       01  WS-P2-DUMMY                 PIC X(200).
        05  WS-P2-REJ-ENTRY OCCURS 500 TIMES INDEXED BY WS-P2-IDX.
            10  P2-REJ-E2E             PIC 9(7).
            10  P2-REJ-REASON          PIC X(4).
            10  P2-REJ-BELEG           PIC X(20).
       01  WS-P2-GRP-REASON            PIC X(4) VALUE SPACES.
       01  WS-P2-BATCH-STS             PIC X(9).
       01  WS-P2-EUR-SEQ               PIC 9(7).
       01  WS-P2-REASON-WK             PIC X(4).
       01  WS-P2-HIST-FOUND            PIC X(1).
       01  WS-P2-HIST-DATUM            PIC 9(6).
       01  WS-P2-HIST-TS               PIC 9(2).
       01  WS-P2-HIST-BELEG            PIC X(20).
      * 0 = UNSPLIT SUBMISSION OR SINGLE-PART RELOAD; OTHERWISE THE
      * _P PART CURRENTLY BEING WALKED - PER-TX CORRECTIONS WALK
      * ALL PARTS OF THE LOGICAL BATCH FROM PART 1, SAME EUR-ROW
       01  WS-REJ-ONE-PART             PIC X(1) VALUE "N".
       01  WS-REJ-P1-NAME              PIC X(40).

      * GL JOURNAL INTERFACE - EACH BOOKING IS ONE DEBIT (S) AND ONE
      * CREDIT (H) LINE FOR THE SAME AMOUNT. A TRANSFER DEBITS THE
      * TEXTSCHLUESSEL'S EXPENSE ACCOUNT AND CREDITS THE BANK, A
      * COLLECTION DEBITS THE BANK AND CREDITS THE CLEARING ACCOUNT;
      * A REVERSAL (RETURN OR PAIN.002 REJECT) SWAPS THE TWO SIDES.
      * THE TRAILER CARRIES THE RUN TOTALS AND THE CONTROL SUM THEY
      * MUST MATCH (THE E-SATZ SUMME-EUR-BETRAEGE ON A RELEASE).
       01  WS-GL-STATUS                PIC X(2).
       01  WS-GL-FILE-NAME             PIC X(40) VALUE SPACES.
       01  WS-GL-OPEN                  PIC X(1) VALUE "N".
      * REL = RELEASE, RET = RUECKLASTSCHRIFT, RJC = PAIN.002 REJECT
       01  WS-GL-ART                   PIC X(3).
       01  WS-GL-JOURNAL-ID            PIC X(20).
       01  WS-GL-UMKEHR                PIC X(1).
       01  WS-GL-LASTSCHRIFT           PIC X(1).
       01  WS-GL-BUCHUNGSDATUM         PIC 9(8).
       01  WS-GL-DATE-X                PIC 9(8).
       01  WS-GL-TS                    PIC 9(2).
       01  WS-GL-ORIG-NUM              PIC 9(10).
       01  WS-GL-TS-KTO                PIC X(10).
       01  WS-GL-BANK-KTO              PIC X(10).
       01  WS-GL-SOLL-KTO              PIC X(10).
       01  WS-GL-HABEN-KTO             PIC X(10).
       01  WS-GL-BETRAG                PIC 9(13).
       01  WS-GL-WAEHRUNG              PIC X(3).
       01  WS-GL-TEXT                  PIC X(27).
       01  WS-GL-BELEG                 PIC X(20).
       01  WS-GL-ROW-NR                PIC 9(5).
       01  WS-GL-LINES                 PIC 9(7).
       01  WS-GL-SUM-SOLL              PIC 9(15).
       01  WS-GL-SUM-HABEN             PIC 9(15).
       01  WS-GL-KONTROLLSUMME         PIC 9(15).
       01  WS-GL-SUSPENSE-COUNT        PIC 9(7).

       01  WS-GL-KOPF.
        05  GLK-SATZART                PIC X(1)     VALUE "K".
        05  GLK-JOURNAL-ART            PIC X(3).
        05  GLK-JOURNAL-ID             PIC X(20).
      * CCYYMMDDHHMMSS
        05  GLK-ERSTELLT               PIC X(14).
        05  GLK-OPERATOR               PIC X(8).
        05  FILLER                     PIC X(74)    VALUE SPACES.

       01  WS-GL-BUCHUNG.
        05  GLB-SATZART                PIC X(1)     VALUE "B".
        05  GLB-JOURNAL-ART            PIC X(3).
      * CCYYMMDD
        05  GLB-BUCHUNGSDATUM          PIC 9(8).
        05  GLB-BELEG-NR               PIC X(20).
        05  GLB-KONTO                  PIC X(10).
      * S = SOLL (DEBIT), H = HABEN (CREDIT)
        05  GLB-SOLL-HABEN             PIC X(1).
      * CENTS, IN THE CURRENCY OF GLB-WAEHRUNG
        05  GLB-BETRAG                 PIC 9(13).
        05  GLB-WAEHRUNG               PIC X(3).
        05  GLB-GEGENKONTO             PIC X(10).
        05  GLB-TEXTSCHLUESSEL         PIC 9(2).
        05  GLB-BUCHUNGSTEXT           PIC X(27).
        05  FILLER                     PIC X(22)    VALUE SPACES.

       01  WS-GL-SUMME.
        05  GLS-SATZART                PIC X(1)     VALUE "S".
        05  GLS-JOURNAL-ART            PIC X(3).
        05  GLS-ANZAHL-ZEILEN          PIC 9(7).
        05  GLS-SUMME-SOLL             PIC 9(15).
        05  GLS-SUMME-HABEN            PIC 9(15).
        05  GLS-KONTROLLSUMME          PIC 9(15).
      * J WHEN SOLL = HABEN = KONTROLLSUMME, OTHERWISE N
        05  GLS-ABGESTIMMT             PIC X(1).
      * LINES POSTED TO THE SUSPENSE ACCOUNT FOR WANT OF A MAPPING
        05  GLS-ANZAHL-SUSPENSE        PIC 9(7).
        05  FILLER                     PIC X(56)    VALUE SPACES.

      * GLMAP.CFG AS LOADED AT STARTUP - SEE THE FD FOR THE FORMAT.
      * 1590 IS THE DURCHLAUFENDE-POSTEN ACCOUNT OF THE SKR03 CHART.
       01  WS-MAX-GL-TS     CONSTANT AS 50.
       01  WS-MAX-GL-BANK   CONSTANT AS 20.
       01  WS-GLMAP-STATUS             PIC X(2).
       01  WS-GLMAP-EOF-FLAG           PIC X(3).
       01  WS-GLM-KEYWORD              PIC X(8).
       01  WS-GLM-ARG1                 PIC X(16).
       01  WS-GLM-ARG2                 PIC X(16).
       01  WS-GL-SUSPENSE-KTO          PIC X(10) VALUE "1590".
       01  WS-GL-BANK-DEFAULT          PIC X(10) VALUE SPACES.
       01  WS-GL-TS-COUNT              PIC 9(2) VALUE 0.
       01  WS-GL-TS-TABLE.
        05  WS-GL-TS-ENTRY OCCURS 50 TIMES INDEXED BY WS-GLT-IDX.
            10  GL-TS-KEY              PIC 9(2).
            10  GL-TS-KONTO            PIC X(10).
       01  WS-GL-BANK-COUNT            PIC 9(2) VALUE 0.
       01  WS-GL-BANK-TABLE.
        05  WS-GL-BANK-ENTRY OCCURS 20 TIMES INDEXED BY WS-GLB-IDX.
            10  GL-BANK-ORIG-KTO       PIC 9(10).
            10  GL-BANK-KONTO          PIC X(10).

      * WHOLE-MANIFEST BUFFER - LINE SEQUENTIAL FILES CANNOT BE
      * REWRITTEN IN PLACE, SO A STATUS SUFFIX ON ONE LINE MEANS
      * READING THE WHOLE MANIFEST IN AND WRITING IT ALL BACK OUT.
       01  WS-MANIFEST-OVERFLOW        PIC X(1) VALUE "N".
       01  WS-MANIFEST-TABLE.
        05  WS-MANIFEST-ROW OCCURS 400 TIMES INDEXED BY WS-MAN-IDX.
            10  MAN-TBL-LINE           PIC X(240).
       01  WS-MAN-HIT-ROW              PIC 9(4) VALUE 0.
       01  WS-MAN-REF-PAT              PIC X(11).
      * "_<REF>_P<NNN>" - MATCHES EXACTLY ONE PART'S MANIFEST LINE
      * WS-MAN-STS-TXT ON ROW WS-MAN-HIT-ROW, REPLACING ANY SUFFIX
      * ALREADY THERE.
       01  WS-MAN-STS-TXT              PIC X(9).
       01  WS-MAN-OLD-LINE             PIC X(240).
       01  WS-MAN-BASE                 PIC X(240).
       01  WS-MAN-REST                 PIC X(240).

      * MT940 RECONCILIATION WORK FIELDS - EVERY :61: BOOKING GOES
      * INTO THE TABLE (VALUE DATE, DEBIT/CREDIT, AMOUNT IN CENTS,
       01  WS-BK-ROW                   PIC 9(4).
       01  WS-BK-HIT                   PIC X(1).
       01  WS-RC-ROW                   PIC 9(4).
       01  WS-RC-PART1                 PIC X(240).
       01  WS-RC-PART2                 PIC X(240).
       01  WS-RC-TOKEN                 PIC X(16).
       01  WS-RC-TALLY                 PIC 9(3).
      * PER-MANIFEST-ROW SIDE TABLE, SAME ORDINALS AS THE MANIFEST
            10  RECON-MAN-CT           PIC 9(13).
            10  RECON-MAN-SKIP         PIC X(1).
            10  RECON-MAN-SETTLED      PIC X(1).
      * VALUE DATE (YYMMDD) OF THE BOOKING THAT SETTLED THE LINE
            10  RECON-MAN-VALUTA       PIC 9(6).
       01  WS-RECON-MATCHED            PIC 9(4) VALUE 0.
       01  WS-RECON-UNSETTLED          PIC 9(4) VALUE 0.
       01  WS-RECON-ORPHANS            PIC 9(4) VALUE 0.
       01  WS-RECON-OK                 PIC X(1).
       01  WS-AMT-LOOKUP               PIC 9(13).
       01  WS-AMT-HIST-FOUND           PIC X(1).
       01  WS-AMT-HIST-DATUM           PIC 9(6).
       01  WS-AP-TOK-ZWECK             PIC X(27).
       01  WS-AP-TOK-TS                PIC X(3).
       01  WS-AP-TOK-NAME              PIC X(27).
       01  WS-AP-TOK-BELEG             PIC X(20).
       01  WS-AP-KND                   PIC 9(13).
       01  WS-AP-REJ-REASON            PIC X(30).

      * AP STATUS FEEDBACK (APSTATUS.TXT) - THE FIELDS OF THE LINE
      * BEING WRITTEN, SEE THE FD FOR THE LAYOUT. THE FILE IS OPENED
      * ON THE FIRST LINE OF A RUN AND CLOSED BY THE CALLER.
       01  WS-APFB-STATUS              PIC X(2).
       01  WS-APFB-OPEN                PIC X(1) VALUE "N".
       01  WS-APREG-STATUS             PIC X(2).
       01  WS-APREG-OPEN               PIC X(1) VALUE "N".
       01  WS-APFB-EOF-FLAG            PIC X(3).
       01  WS-APFB-NOW                 PIC X(21).
       01  WS-APFB-STS                 PIC X(15).
       01  WS-APFB-BELEG               PIC X(20).
       01  WS-APFB-REF                 PIC 9(10).
       01  WS-APFB-TEIL                PIC 9(3).
       01  WS-APFB-DATUM               PIC 9(8).
       01  WS-APFB-BETRAG              PIC 9(11).
       01  WS-APFB-GRUND               PIC X(30).
       01  WS-APFB-DATE-X              PIC 9(8).
      * READING RELEASED LINES BACK FOR THE SETTLED FEEDBACK
       01  WS-APFB-TOK-STS             PIC X(15).
       01  WS-APFB-TOK-BELEG           PIC X(20).
       01  WS-APFB-TOK-REF             PIC X(10).
       01  WS-APFB-TOK-TEIL            PIC X(3).
       01  WS-APFB-TOK-DATUM           PIC X(8).
       01  WS-APFB-TOK-BETRAG          PIC X(11).
       01  WS-APFB-NAME                PIC X(40).
      * MANIFEST LINES SETTLED BY THIS STATEMENT - SAMMEL-REF, PART
      * (0 = THE WHOLE BATCH) AND THE VALUE DATE.
       01  WS-MAX-APFB-SET  CONSTANT AS 400.
       01  WS-APFB-SET-COUNT           PIC 9(3) VALUE 0.
       01  WS-APFB-SET-TABLE.
        05  WS-APFB-SET-ENTRY OCCURS WS-MAX-APFB-SET TIMES
                INDEXED BY WS-APS-IDX.
            10  APFB-SET-REF           PIC 9(10).
            10  APFB-SET-TEIL          PIC 9(3).
            10  APFB-SET-DATUM         PIC 9(8).
       01  WS-APFB-SET-HIT             PIC X(1).
       01  WS-MAX-APFB-DOCS CONSTANT AS 2000.
       01  WS-APFB-DOC-COUNT           PIC 9(4) VALUE 0.
       01  WS-APFB-DOC-TABLE.
        05  WS-APFB-DOC-ENTRY OCCURS 2000 TIMES
                INDEXED BY WS-APD-IDX.
            10  APFB-DOC-BELEG         PIC X(20).
            10  APFB-DOC-REF           PIC 9(10).
            10  APFB-DOC-TEIL          PIC 9(3).
            10  APFB-DOC-BETRAG        PIC 9(11).
            10  APFB-DOC-DATUM         PIC 9(8).

      * OPERATOR MASTER / SECURITY-LOG WORK FIELDS. ENFORCEMENT ONLY
      * STARTS ONCE THE MASTER EXISTS AND HOLDS AT LEAST ONE RECORD
      * - BEFORE THAT THE OLD (LEGACY) SIGN-ON APPLIES, WITH ALL
       01  WS-OPR-ROLE-SUPERVISOR      PIC X(1) VALUE "Y".
       01  WS-OPR-ROLE-RELEASE         PIC X(1) VALUE "Y".
       01  WS-OPR-ROLE-BENEF           PIC X(1) VALUE "Y".
       01  WS-OPR-ROLE-COMPLIANCE      PIC X(1) VALUE "Y".
       01  WS-OVERRIDE-PW              PIC X(8) VALUE SPACES.
       01  WS-OVERRIDE-AUTH            PIC X(1).
       01  WS-SEC-ACTION               PIC X(14).
       01  WS-SUPER-COUNT              PIC 9(3).
       01  WS-OPER-SAVE                PIC X(48).

      * ORIGINATOR MASTER WORK FIELDS. LIKE THE OPERATOR MASTER THE
      * ORIGINATOR MASTER ONLY TAKES OVER ONCE IT HOLDS A RECORD -
      * UNTIL THEN THE AUFTRAGGEBER FIELDS ARE KEYED AS BEFORE.
      * WS-BATCH-ORIG-ID IS THE ORIGINATOR OF THE CURRENT BATCH; IT
      * TRAVELS AT PAYLOAD POSITION 201 OF THE "A" RECORD THROUGH
      * THE CHECKPOINT, PENDING AND TEMPLATE FILES. WS-ORIG-STATE
      * AFTER SELECT-ORIGINATOR: "K" USABLE, "M" NONE GIVEN OR FOUND,
      * "U" NOT ON THE MASTER, "I" INACTIVE, "A" NOT ASSIGNED TO THE
      * OPERATOR, "T" BATCH TYPE NOT ALLOWED FOR IT.
       01  WS-ORIG-STATUS              PIC X(2).
       01  WS-ORIGASSG-STATUS          PIC X(2).
       01  WS-ORIG-AVAILABLE           PIC X(1) VALUE "N".
       01  WS-ORIG-IN-USE              PIC X(1) VALUE "N".
       01  WS-ORIG-BROKEN              PIC X(1) VALUE "N".
       01  WS-BATCH-ORIG-ID            PIC X(8) VALUE SPACES.
       01  WS-ORIG-STATE               PIC X(1) VALUE "M".
       01  WS-ORIG-PICKED              PIC X(1) VALUE "N".
       01  WS-ORIG-CHECK-TYPE          PIC X(1).
       01  WS-ORIG-ASSIGNED            PIC X(1).
       01  WS-ORIG-GATE-OK             PIC X(1).
       01  WS-ORIG-BAD-TEXT            PIC X(60) VALUE SPACES.
       01  WS-ORIG-FIND-KTO            PIC 9(10).
       01  WS-ORIG-EOF-FLAG            PIC X(3).
       01  WS-ORIG-LIST-SHOW           PIC X(1).
       01  WS-ORIG-LIST-COUNT          PIC 9(3).
       01  WS-ORIG-LIST-LINE-NO        PIC 9(2).
       01  WS-ORIG-LIST-LINE           PIC X(76).
       01  WS-ORIG-TYPES               PIC X(3).
       01  WS-ORIG-FUNC                PIC X(1) VALUE " ".
       01  WS-ORIG-MAINT-ID            PIC X(8) VALUE SPACES.
       01  WS-ORIG-MAINT-OPR           PIC X(8) VALUE SPACES.
       01  WS-ORIG-CONFIRM             PIC X(1) VALUE " ".
       01  WS-ORIG-DATA-OK             PIC X(1).
       01  WS-ORIG-DEL-COUNT           PIC 9(3).
       01  WS-ORIG-OPR-LINE            PIC X(76).
       01  WS-ORIG-OPR-PTR             PIC 9(3).
       01  WS-MAN-ORG-SUFFIX           PIC X(13).

      * UNATTENDED-JOB WORK FIELDS. A NON-EMPTY COMMAND LINE STARTS
      * THE PROGRAM AS A SCHEDULER JOB INSTEAD OF AT THE SIGN-ON
      * SCREEN - KEYWORD PARAMETERS FUNC= (G, A, M, C, F, K OR P),
      * OPER=, FILE=, TMPL=, ORIG= AND DATE= (DDMMYYYY), IN ANY
      * ORDER. THE JOB OPERATOR'S PASSWORD COMES FROM THE DTAJOBPW
      * ENVIRONMENT VARIABLE, NEVER FROM THE COMMAND LINE WHERE
      * ANYONE COULD READ IT. EVERY MESSAGE A DIALOGUE RUN SHOWS ON
      * THE MESSAGE LINES GOES TO JOBLOG.TXT INSTEAD, AND THE RUN ENDS
      * WITH RETURN CODE 0 (OK), 4 (DONE WITH WARNINGS) OR 8
      * (FAILED).
       01  WS-JOB-MODE                 PIC X(1) VALUE "N".
       01  WS-JOB-PARM                 PIC X(200) VALUE SPACES.
       01  WS-JOB-TOKENS.
        05  WS-JOB-TOKEN               PIC X(60) OCCURS 8 TIMES.
       01  WS-JOB-TOK-IDX              PIC 9(2).
       01  WS-JOB-KEY                  PIC X(8).
       01  WS-JOB-VALUE                PIC X(52).
       01  WS-JOB-PARM-BAD             PIC X(1) VALUE "N".
       01  WS-JOB-FUNC                 PIC X(1) VALUE SPACES.
       01  WS-JOB-OPER                 PIC X(8) VALUE SPACES.
       01  WS-JOB-FILE                 PIC X(40) VALUE SPACES.
       01  WS-JOB-TMPL                 PIC X(20) VALUE SPACES.
       01  WS-JOB-ORIG                 PIC X(8) VALUE SPACES.
       01  WS-JOB-DATE                 PIC X(8) VALUE SPACES.
       01  WS-JOB-PW                   PIC X(8) VALUE SPACES.
       01  WS-JOB-RC                   PIC 9(2) VALUE 0.
       01  WS-JOB-RC-TEXT              PIC X(8).
       01  WS-JOB-STAMP                PIC X(21).
       01  WS-JOB-HDR-A-SATZ           PIC X(128).
       01  WS-JOB-HDR-TYPE             PIC X(1).
       01  WS-JOB-HDR-ORIG             PIC X(8).
       01  WS-JOB-HDR-OK               PIC X(1).
       01  WS-JOB-SUM-EDIT             PIC ZZZZZZZZZZ9.99.
       01  WS-JOBLOG-STATUS            PIC X(2).
       01  WS-JOBLOG-OPEN              PIC X(1) VALUE "N".
      * ONE MESSAGE FOR THE MESSAGE LINES (OR THE JOB LOG) - SEE
      * SHOW-MESSAGE. WS-MSG-COUNT EDITS A COUNT OR LIMIT INTO IT.
       01  WS-MSG-TEXT                 PIC X(76) VALUE SPACES.
       01  WS-MSG-LINE                 PIC 9(2) VALUE 24.
       01  WS-MSG-COUNT                PIC Z(4)9.

      * BLZ CHANGE-RUN WORK FIELDS. CHECK-BLZ-FOR-CHANGE CLASSIFIES
      * A BLZ AGAINST THE LOADED DIRECTORY: "K" CURRENT, "M" NOT ON
      * FILE AT ALL, "D" FLAGGED FOR DELETION WITHOUT A NACHFOLGE,
       01  WS-STAT-TS-SUB              PIC 9(3).
       01  WS-STAT-SUM-EDIT            PIC ZZZZZZZZZ9.99.
       01  WS-STAT-OVERFLOW            PIC X(1).
      * PER-ORIGINATOR BUCKETS, AND THE ORIGINATOR THE RUN IS LIMITED
      * TO (SPACES = ALL OF THEM).
       01  WS-MAX-STAT-ORG  CONSTANT AS 50.
       01  WS-STAT-ORIG                PIC X(8) VALUE SPACES.
       01  WS-STAT-ORG-COUNT           PIC 9(3) VALUE 0.
       01  WS-STAT-ORG-TABLE.
        05  WS-STAT-ORG-ENTRY OCCURS 50 TIMES.
            10  STAT-ORG-ID            PIC X(8).
            10  STAT-ORG-ANZAHL        PIC 9(5).
            10  STAT-ORG-SUM           PIC 9(13).

      * YEAR-END ARCHIVE/PURGE WORK FIELDS - THE CLOSED YEAR MOVES
      * INTO PAYARCH_<YY>.DAT AND COMES OFF THE LIVE HISTORY, WITH
       01  WS-ARCH-SUM-EDIT            PIC ZZZZZZZZZ9.99.
       01  WS-ARCH-DEL-OK              PIC X(1).
       01  WS-HQ-ARCH-YY               PIC 9(2) VALUE 0.
       01  WS-HQ-ORIG                  PIC X(8) VALUE SPACES.

      * BUSINESS-DAY CALENDAR WORK FIELDS. DAY NUMBERS COME FROM
      * INTEGER-OF-DATE, WHOSE DAY 1 IS A MONDAY - SO MOD 7 GIVES
       01  WS-ERSTELL-DIFF             PIC S9(8).

      * FILE-CONVERSION WORK FIELDS (MODE V) - ONE-SHOT RELOAD OF
      * THE PRE-REWORK PAYHIST.DAT, BENEF.MST AND OPERMAST.DAT
      * LAYOUTS, AND OF THE EARLIER KEYED PAYHIST.DAT LAYOUTS.
       01  WS-OLDH-STATUS              PIC X(2).
       01  WS-HUNL-STATUS              PIC X(2).
       01  WS-OLDB-STATUS              PIC X(2).
       01  WS-BUNL-STATUS              PIC X(2).
       01  WS-OLDO-STATUS              PIC X(2).
       01  WS-OUNL-STATUS              PIC X(2).
       01  WS-OLDK-STATUS              PIC X(2).
       01  WS-OLDA-STATUS              PIC X(2).
       01  WS-HKUNL-STATUS             PIC X(2).
       01  WS-CONV-FROM                PIC X(1).
       01  WS-CONV-EOF-FLAG            PIC X(3).
       01  WS-CONV-COUNT               PIC 9(7) VALUE 0.
       01  WS-CONV-SKIPPED             PIC 9(7) VALUE 0.
                  USING WS-MORE-ENTRIES                   LINE 23 COL 36
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

      * ONE PAYMENT OF A FOREIGN (DTAZV) BATCH - NO BLZ/KONTO, THE
      * BENEFICIARY IS ADDRESSED BY ACCOUNT OR IBAN AND SWIFT/BIC,
      * WITH HIS ADDRESS AND COUNTRY AND THE CHARGES OPTION.
       01  ZV-SATZ-SCREEN.
        05  VALUE "INTERNE KUNDENNUMMER:"                LINE  8 COL 5.
        05  SCREEN-ZV-KND-NR PIC 9(13)
                 USING INTERNE-KND-NR IN WS-C-SATZ       LINE  8 COL 35
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "TEXTSCHLUESSEL:"                      LINE  8 COL 52.
        05  SCREEN-ZV-TEXTSCHLUESSEL PIC 9(2)
                 USING TEXTSCHLUESSEL IN WS-C-SATZ       LINE  8 COL 68
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "NAME BEGUENSTIGTER:"                  LINE  9 COL 5.
        05  SCREEN-ZV-NAME-BEGUENSTIGTER PIC A(27)
                 USING NAME-BEGUENSTIGTER IN WS-C-SATZ   LINE  9 COL 35
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "STRASSE BEGUENSTIGTER:"               LINE 10 COL 5.
        05  SCREEN-ZV-STRASSE PIC X(35)
                 USING STRASSE-BEGUENSTIGTER IN WS-SEPA-FIELDS
                                                          LINE 10 COL 35
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ORT BEGUENSTIGTER:"                   LINE 11 COL 5.
        05  SCREEN-ZV-ORT PIC X(35)
                 USING ORT-BEGUENSTIGTER IN WS-SEPA-FIELDS
                                                          LINE 11 COL 35
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "LAND BEGUENSTIGTER (ISO):"            LINE 12 COL 5.
        05  SCREEN-ZV-LAND PIC X(2)
                 USING LAND-BEGUENSTIGTER IN WS-SEPA-FIELDS
                                                          LINE 12 COL 35
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "KONTO/IBAN BEGUENSTIGTER:"            LINE 13 COL 5.
        05  SCREEN-ZV-KONTO PIC X(34)
                 USING IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS
                                                          LINE 13 COL 35
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "SWIFT/BIC EMPFAENGERBANK:"            LINE 14 COL 5.
        05  SCREEN-ZV-BIC PIC X(11)
                 USING BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS
                                                          LINE 14 COL 35
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "LAND EMPFAENGERBANK (ISO):"           LINE 15 COL 5.
        05  SCREEN-ZV-BANK-LAND PIC X(2)
                 USING LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS
                                                          LINE 15 COL 35
                 FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "NAME AUFTRAGGEBER:"                   LINE 16 COL 5.
        05  SCREEN-ZV-NAME-AUFTRAGGEBER PIC A(27)
                  USING NAME-AUFTRAGGEBER IN WS-C-SATZ   LINE 16 COL 35
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "VERWENDUNGSZWECK:"                    LINE 17 COL 5.
        05  SCREEN-ZV-VERWENDUNGSZWECK PIC X(27)
                  USING VERWENDUNGSZWECK IN WS-C-SATZ    LINE 17 COL 35
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "WAEHRUNG(1=EUR 2=USD 3=DEM 4=CHF 5=ATS):"
                                                       LINE 18 COL 5.
        05  SCREEN-ZV-WAEHRUNG PIC X(1)
                  USING WAEHRUNG IN WS-C-SATZ         LINE 18 COL 50
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "BETRAG IN CT:"                        LINE 19 COL 5.
        05  SCREEN-ZV-BETRAG PIC 9(11)
                  USING BETRAG IN WS-C-SATZ              LINE 19 COL 35
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ENTGELT (OUR/SHA/BEN):"               LINE 20 COL 5.
        05  SCREEN-ZV-ENTGELT PIC X(3)
                  USING ENTGELTREGELUNG IN WS-SEPA-FIELDS
                                                          LINE 20 COL 35
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "MORE ENTRIES (Y/N/R=REVIEW):"          LINE 23 COL 5.
        05  SCREEN-ZV-MORE-ENTRIES PIC X(1)
                  USING WS-MORE-ENTRIES                   LINE 23 COL 36
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

       01  BROWSE-HEADER-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "BATCH REVIEW"                     LINE 1 COL 30.
        05  VALUE "#"                                LINE 3 COL 2.
        05  VALUE "BEGUENSTIGTER"                    LINE 3 COL 12.
        05  VALUE "BETRAG"                           LINE 3 COL 45.
        05  VALUE "VERWZWECK"                        LINE 3 COL 52.
        05  VALUE "N=NEXT  P=PREV  Exx=EDIT  Dxx=DEL  C=CONTINUE"
                                                       LINE 21 COL 2.
        05  VALUE "! = BANK DETAILS CHANGED   H = SANCTIONS HOLD"
                                                       LINE 22 COL 2.
        05  VALUE "COMMAND:"                          LINE 23 COL 2.
        05  SCREEN-BROWSE-COMMAND PIC X(6)
                  USING WS-BROWSE-COMMAND              LINE 23 COL 12
                  USING REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS
                                                        LINE 6 COL 50
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "BATCH TYPE (T=TRANSF C=COLL Z=AUSLAND):"
                                                        LINE 7 COL 5.
        05  SCREEN-BATCH-TYPE PIC X(1)
                  USING WS-BATCH-TYPE                   LINE 7 COL 50
        05  VALUE "V - CONVERT OLD-FORMAT DATA FILES"
                                                      LINE 18 COL 5.
        05  VALUE "Q - QUIT"                        LINE 19 COL 5.
        05  VALUE "N - SEPA MANDATE MASTER"         LINE 3 COL 45.
        05  VALUE "X - SANCTIONS HIT REVIEW"        LINE 4 COL 45.
        05  VALUE "C - PRE-UPLOAD CHECK/BEGLEITZETTEL"
                                                      LINE 5 COL 45.
        05  VALUE "F - LIQUIDITY FORECAST"          LINE 6 COL 45.
        05  VALUE "D - ORIGINATOR MASTER"           LINE 7 COL 45.
        05  VALUE "CHOICE:"                         LINE 21 COL 5.
        05  SCREEN-MODE-CHOICE PIC X(1)
                  USING WS-MODE-CHOICE                LINE 21 COL 14
        05  SCREEN-OPR-ROLE-BENEF PIC X(1)
                  USING OPR-ROLE-BENEF                LINE 9 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ROLE COMPLIANCE (Y/N):"           LINE 10 COL 5.
        05  SCREEN-OPR-ROLE-COMPLIANCE PIC X(1)
                  USING OPR-ROLE-COMPLIANCE           LINE 10 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ACTIVE (Y/N):"                    LINE 11 COL 5.
        05  SCREEN-OPR-ACTIVE PIC X(1)
                  USING OPR-ACTIVE                    LINE 11 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

      * ORIGINATOR MASTER MAINTENANCE - SAME FUNCTION/KEY PATTERN AS
      * OPER-MAINT, PLUS O/R TO ASSIGN AND REMOVE THE OPERATORS WHO
      * MAY PAY FROM THE ORIGINATOR. THE ASSIGNED OPERATORS ARE
      * LISTED BELOW THE KEY FIELDS.
       01  ORIG-MAINT-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "ORIGINATOR MASTER MAINTENANCE"   LINE 1 COL 25.
        05  VALUE "FUNCTION (A=ADD C=CHANGE D=DELETE Q=QUIT,"
                                                      LINE 3 COL 5.
        05  VALUE "O=ASSIGN OPERATOR R=REMOVE OPERATOR):"
                                                      LINE 4 COL 5.
        05  SCREEN-ORIG-FUNC PIC X(1)
                  USING WS-ORIG-FUNC                  LINE 4 COL 48
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ORIGINATOR ID:"                   LINE 5 COL 5.
        05  SCREEN-ORIG-MAINT-ID PIC X(8)
                  USING WS-ORIG-MAINT-ID              LINE 5 COL 48
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "OPERATOR ID (O AND R ONLY):"      LINE 6 COL 5.
        05  SCREEN-ORIG-MAINT-OPR PIC X(8)
                  USING WS-ORIG-MAINT-OPR             LINE 6 COL 48
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

       01  ORIG-DATA-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "ORIGINATOR DETAILS"               LINE 1 COL 30.
        05  VALUE "ORIGINATOR ID:"                   LINE 3 COL 5.
        05  SCREEN-ORIG-KEY-SHOW PIC X(8)
                  FROM WS-ORIG-MAINT-ID               LINE 3 COL 40.
        05  VALUE "NAME ABSENDER (COMPANY):"         LINE 4 COL 5.
        05  SCREEN-ORG-NAME PIC A(27)
                  USING ORG-NAME                      LINE 4 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "BLZ ABSENDERBANK:"                LINE 5 COL 5.
        05  SCREEN-ORG-BLZ PIC 9(8)
                  USING ORG-BLZ                       LINE 5 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "KONTONUMMER ABSENDER:"            LINE 6 COL 5.
        05  SCREEN-ORG-KTO PIC 9(10)
                  USING ORG-KTO                       LINE 6 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "IBAN AUFTRAGGEBER:"               LINE 7 COL 5.
        05  SCREEN-ORG-IBAN PIC X(34)
                  USING ORG-IBAN                      LINE 7 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "BIC AUFTRAGGEBER:"                LINE 8 COL 5.
        05  SCREEN-ORG-BIC PIC X(11)
                  USING ORG-BIC                       LINE 8 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "GLAEUBIGER-ID:"                   LINE 9 COL 5.
        05  SCREEN-ORG-CREDITOR-ID PIC X(18)
                  USING ORG-CREDITOR-ID               LINE 9 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "TRANSFERS ALLOWED (Y/N):"         LINE 10 COL 5.
        05  SCREEN-ORG-ALLOW-T PIC X(1)
                  USING ORG-ALLOW-T                   LINE 10 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "COLLECTIONS ALLOWED (Y/N):"       LINE 11 COL 5.
        05  SCREEN-ORG-ALLOW-C PIC X(1)
                  USING ORG-ALLOW-C                   LINE 11 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "AUSLAND (DTAZV) ALLOWED (Y/N):"   LINE 12 COL 5.
        05  SCREEN-ORG-ALLOW-Z PIC X(1)
                  USING ORG-ALLOW-Z                   LINE 12 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ACTIVE (Y/N):"                    LINE 13 COL 5.
        05  SCREEN-ORG-ACTIVE PIC X(1)
                  USING ORG-ACTIVE                    LINE 13 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

      * ORIGINATOR PICK AHEAD OF THE BATCH HEADER SCREENS. THE
      * ORIGINATORS THE OPERATOR MAY USE ARE LISTED FROM LINE 7 ON;
      * WHY THE LAST PICK WAS REFUSED SHOWS ON LINE 22.
       01  ORIG-SELECT-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "BATCH ORIGINATOR"                 LINE 1 COL 32.
        05  VALUE "ORIGINATOR ID:"                   LINE 3 COL 5.
        05  SCREEN-BATCH-ORIG-ID PIC X(8)
                  USING WS-BATCH-ORIG-ID              LINE 3 COL 21
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "THE AUFTRAGGEBER FIELDS OF THE BATCH HEADER ARE"
                                                      LINE 4 COL 5.
        05  VALUE "TAKEN FROM THE ORIGINATOR MASTER."
                                                      LINE 5 COL 5.
        05  VALUE "ID"                               LINE 6 COL 5.
        05  VALUE "NAME"                             LINE 6 COL 14.
        05  VALUE "KONTO"                            LINE 6 COL 42.
        05  VALUE "TYPES"                            LINE 6 COL 53.
        05  SCREEN-ORIG-BAD-TEXT PIC X(60)
                  FROM WS-ORIG-BAD-TEXT               LINE 22 COL 5.

      * SEARCH CRITERIA FOR THE HISTORY INQUIRY - 0 MEANS "ANY", THE
      * DATES ARE DDMMYY LIKE THE HISTORY ROWS.
        05  SCREEN-HQ-ARCH-YY PIC 9(2)
                  USING WS-HQ-ARCH-YY                 LINE 9 COL 35
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ORIGINATOR (BLANK=ANY):"          LINE 10 COL 5.
        05  SCREEN-HQ-ORIG PIC X(8)
                  USING WS-HQ-ORIG                    LINE 10 COL 35
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

       01  HIST-BROWSE-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  SCREEN-STAT-YY PIC 9(2)
                  USING WS-STAT-YY                    LINE 4 COL 25
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ORIGINATOR:"                      LINE 5 COL 5.
        05  SCREEN-STAT-ORIG PIC X(8)
                  USING WS-STAT-ORIG                  LINE 5 COL 25
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "(BLANK = ALL)"                    LINE 5 COL 35.

      * ONE CONFIRMATION PER AFFECTED BENEFICIARY/TEMPLATE ROW ON
      * THE BLZ CHANGE RUN - NOTHING IS REWRITTEN UNATTENDED.
                  USING WS-OPER-CONFIRM               LINE 12 COL 35
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

      * THE ORIGINATOR'S OPERATOR ASSIGNMENTS GO WITH IT.
       01  ORIG-DELETE-CONFIRM-SCREEN.
        05  VALUE "DELETE THIS ORIGINATOR? (Y/N):"   LINE 15 COL 5.
        05  SCREEN-ORIG-CONFIRM PIC X(1)
                  USING WS-ORIG-CONFIRM               LINE 15 COL 37
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

       01  AP-NAME-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "AP INTERFACE IMPORT"             LINE 1 COL 30.
        05  SCREEN-BENEF-KND-NR PIC 9(13)
                  USING WS-BENEF-KND-NR               LINE 4 COL 48
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "F = CONFIRM OR REJECT A PENDING BANK-DETAIL CHANGE"
                                                      LINE 6 COL 5.

       01  BENEF-DATA-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
                  USING WS-OVERRIDE-ANSWER            LINE 8 COL 22
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

      * AWV REPORTING DATA (ANLAGE Z4) FOR A FOREIGN PAYMENT OVER
      * THE REPORTING THRESHOLD - THE KENNZAHL OF THE TRANSACTION,
      * THE COUNTRY OF THE COUNTERPART AND A SHORT DESCRIPTION.
       01  AWV-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "AWV MELDEPFLICHT (ANLAGE Z4)"     LINE 1 COL 26.
        05  VALUE "AMOUNT (CT):"                    LINE 3 COL 5.
        05  SCREEN-AWV-AMOUNT PIC 9(11)
                  FROM BETRAG IN WS-C-SATZ            LINE 3 COL 22.
        05  VALUE "THRESHOLD (CT):"                 LINE 4 COL 5.
        05  SCREEN-AWV-LIMIT PIC 9(11)
                  FROM WS-AWV-LIMIT                   LINE 4 COL 22.
        05  VALUE "KENNZAHL:"                       LINE 6 COL 5.
        05  SCREEN-AWV-KENNZAHL PIC X(3)
                  USING AWV-KENNZAHL IN WS-SEPA-FIELDS
                                                      LINE 6 COL 22
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "LAND (ISO):"                     LINE 7 COL 5.
        05  SCREEN-AWV-LAND PIC X(2)
                  USING AWV-LAND IN WS-SEPA-FIELDS    LINE 7 COL 22
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ZWECK:"                          LINE 8 COL 5.
        05  SCREEN-AWV-ZWECK PIC X(27)
                  USING AWV-ZWECK IN WS-SEPA-FIELDS   LINE 8 COL 22
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

       01  DUP-WARN-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "POSSIBLE DUPLICATE PAYMENT"       LINE 1 COL 27.
                  USING WS-DUP-ACK                    LINE 9 COL 30
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

      * SECOND-OPERATOR CHECK OF A PENDING BANK-DETAIL CHANGE - THE
      * MASTER'S CURRENT VALUES AGAINST THE ONES REQUESTED.
       01  BENCHG-CONFIRM-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "CONFIRM BANK-DETAIL CHANGE"       LINE 1 COL 27.
        05  VALUE "INTERNE KUNDENNUMMER:"            LINE 3 COL 5.
        05  SCREEN-BCH-KND-NR PIC 9(13)
                  FROM BCH-KND-NR                     LINE 3 COL 30.
        05  VALUE "NAME:"                            LINE 4 COL 5.
        05  SCREEN-BCH-NAME PIC A(27)
                  FROM BEN-NAME                       LINE 4 COL 30.
        05  VALUE "REQUESTED BY:"                    LINE 5 COL 5.
        05  SCREEN-BCH-REQ-BY PIC X(8)
                  FROM BCH-REQ-BY                     LINE 5 COL 30.
        05  SCREEN-BCH-REQ-STAMP PIC X(14)
                  FROM BCH-REQ-STAMP                  LINE 5 COL 40.
        05  VALUE "CURRENT"                          LINE 7 COL 30.
        05  VALUE "REQUESTED"                        LINE 7 COL 66.
        05  VALUE "BLZ:"                             LINE 8 COL 5.
        05  SCREEN-BCH-OLD-BLZ PIC 9(8)
                  FROM BCH-OLD-BLZ                    LINE 8 COL 30.
        05  SCREEN-BCH-NEW-BLZ PIC 9(8)
                  FROM BCH-NEW-BLZ                    LINE 8 COL 66.
        05  VALUE "KONTONUMMER:"                     LINE 9 COL 5.
        05  SCREEN-BCH-OLD-KTO PIC 9(10)
                  FROM BCH-OLD-KTO                    LINE 9 COL 30.
        05  SCREEN-BCH-NEW-KTO PIC 9(10)
                  FROM BCH-NEW-KTO                    LINE 9 COL 66.
        05  VALUE "IBAN:"                            LINE 10 COL 5.
        05  SCREEN-BCH-OLD-IBAN PIC X(34)
                  FROM BCH-OLD-IBAN                   LINE 10 COL 30.
        05  SCREEN-BCH-NEW-IBAN PIC X(34)
                  FROM BCH-NEW-IBAN                   LINE 11 COL 30.
        05  VALUE "(REQUESTED)"                      LINE 11 COL 66.
        05  VALUE "BIC:"                             LINE 12 COL 5.
        05  SCREEN-BCH-OLD-BIC PIC X(11)
                  FROM BCH-OLD-BIC                    LINE 12 COL 30.
        05  SCREEN-BCH-NEW-BIC PIC X(11)
                  FROM BCH-NEW-BIC                    LINE 12 COL 66.
        05  VALUE "Y=CONFIRM  R=REJECT  N=LEAVE PENDING:"
                                                      LINE 14 COL 5.
        05  SCREEN-BCH-ANSWER PIC X(1)
                  USING WS-BCHG-ANSWER                LINE 14 COL 44
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

      * SHOWN AT RELEASE WHEN THE BATCH PAYS AN ACCOUNT WHOSE BANK
      * DETAILS WERE CHANGED WITHIN THE COOLING-OFF WINDOW - A
      * SUPERVISOR HAS TO ACKNOWLEDGE THOSE PAYMENTS BEFORE THE
      * OUTPUT FILES ARE WRITTEN.
       01  BANKCHG-ACK-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "RECENTLY CHANGED BANK DETAILS"    LINE 1 COL 26.
        05  VALUE "PAYMENTS TO CHANGED ACCOUNTS:"    LINE 3 COL 5.
        05  SCREEN-BCHG-ROWS PIC 9(5)
                  FROM WS-BCHG-ROW-COUNT              LINE 3 COL 36.
        05  VALUE "CHANGED WITHIN (DAYS):"           LINE 4 COL 5.
        05  SCREEN-BCHG-DAYS PIC 9(3)
                  FROM WS-BANKCHG-DAYS                LINE 4 COL 36.
        05  VALUE "SUPERVISOR ID:"                  LINE 6 COL 5.
        05  SCREEN-BCHG-ACK-ID PIC X(8)
                  USING WS-OVERRIDE-ID                LINE 6 COL 22
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "PASSWORD:"                       LINE 7 COL 5.
        05  SCREEN-BCHG-ACK-PW PIC X(8)
                  USING WS-OVERRIDE-PW                LINE 7 COL 22
                  SECURE
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "ACKNOWLEDGE? (Y/N):"             LINE 8 COL 5.
        05  SCREEN-BCHG-ACK-ANSWER PIC X(1)
                  USING WS-OVERRIDE-ANSWER            LINE 8 COL 26
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

      * ONE OPEN SANCTIONS HIT AS COMPLIANCE SEES IT - THE LIST
      * ENTRY THAT MATCHED NEXT TO THE PAYMENT IT MATCHED. CLEARING
      * RELEASES THE HOLD, CONFIRMING BLOCKS THE PAYMENT; EITHER
      * NEEDS A NOTE FOR THE LOG.
       01  SANHIT-REVIEW-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "SANCTIONS HIT REVIEW"             LINE 1 COL 30.
        05  VALUE "HIT ID:"                          LINE 3 COL 5.
        05  SCREEN-SH-ID PIC X(18)
                  FROM SH-ID                          LINE 3 COL 30.
        05  VALUE "LIST / ENTRY:"                    LINE 4 COL 5.
        05  SCREEN-SH-LISTE PIC X(8)
                  FROM SH-LISTE                       LINE 4 COL 30.
        05  SCREEN-SH-LIST-REF PIC X(12)
                  FROM SH-LIST-REF                    LINE 4 COL 40.
        05  VALUE "LISTED AS:"                       LINE 5 COL 5.
        05  SCREEN-SH-LIST-TEXT PIC X(35)
                  FROM SH-LIST-TEXT                   LINE 5 COL 30.
        05  VALUE "SAMMLER-REFERENZ / ROW:"          LINE 7 COL 5.
        05  SCREEN-SH-SAMMEL-REF PIC 9(10)
                  FROM SH-SAMMEL-REF                  LINE 7 COL 30.
        05  SCREEN-SH-ROW PIC 9(7)
                  FROM SH-ROW                         LINE 7 COL 42.
        05  VALUE "BEGUENSTIGTER:"                   LINE 8 COL 5.
        05  SCREEN-SH-NAME PIC X(27)
                  FROM SH-NAME                        LINE 8 COL 30.
        05  VALUE "BLZ / KONTO:"                     LINE 9 COL 5.
        05  SCREEN-SH-BLZ PIC 9(8)
                  FROM SH-BLZ                         LINE 9 COL 30.
        05  SCREEN-SH-KTO PIC 9(10)
                  FROM SH-KTO                         LINE 9 COL 40.
        05  VALUE "IBAN:"                            LINE 10 COL 5.
        05  SCREEN-SH-IBAN PIC X(34)
                  FROM SH-IBAN                        LINE 10 COL 30.
        05  VALUE "BETRAG:"                          LINE 11 COL 5.
        05  SCREEN-SH-BETRAG PIC X(12)
                  FROM WS-SAN-BETRAG-EDIT             LINE 11 COL 30.
        05  VALUE "ENTERED BY:"                      LINE 12 COL 5.
        05  SCREEN-SH-ERFASST-VON PIC X(8)
                  FROM SH-ERFASST-VON                 LINE 12 COL 30.
        05  SCREEN-SH-ERFASST-STAMP PIC X(14)
                  FROM SH-ERFASST-STAMP               LINE 12 COL 40.
        05  VALUE "NOTE:"                            LINE 14 COL 5.
        05  SCREEN-SAN-NOTIZ PIC X(40)
                  USING WS-SAN-NOTIZ                  LINE 14 COL 30
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "C=CLEAR  B=CONFIRM (BLOCK)  S=SKIP  Q=QUIT:"
                                                      LINE 16 COL 5.
        05  SCREEN-SAN-ANSWER PIC X(1)
                  USING WS-SAN-ANSWER                 LINE 16 COL 50
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

       01  BENEF-DELETE-CONFIRM-SCREEN.
        05  VALUE "DELETE THIS BENEFICIARY? (Y/N):"  LINE 10 COL 5.
        05  SCREEN-BENEF-CONFIRM PIC X(1)
                  USING MANDATE-DATUM IN WS-SEPA-FIELDS
                                                      LINE 4 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
      * THE SEQUENCE TYPE ITSELF COMES FROM THE MANDATE MASTER - THE
      * OPERATOR ONLY SAYS WHETHER THIS IS THE LAST COLLECTION, OR,
      * FOR A MANDATE NOT YET ON FILE, WHETHER IT IS A ONE-OFF.
        05  VALUE "LETZTE EINZIEHUNG (Y/N):"        LINE 5 COL 5.
        05  SCREEN-MNDT-FINAL PIC X(1)
                  USING WS-MNDT-FINAL                 LINE 5 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "NEUES MANDAT EINMALIG (Y/N):"    LINE 6 COL 5.
        05  SCREEN-MNDT-ONEOFF PIC X(1)
                  USING WS-MNDT-ONEOFF                LINE 6 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "SEQUENZTYP:"                     LINE 8 COL 5.
        05  SCREEN-MANDATE-SEQ-TP PIC X(4)
                  FROM MANDATE-SEQ-TP IN WS-SEPA-FIELDS
                                                      LINE 8 COL 40.

      * SEPA MANDATE MASTER MAINTENANCE - SAME FUNCTION/KEY PATTERN AS
      * BENEF-MAINT. THERE IS NO DELETE: A REVOKED MANDATE IS SET TO
      * STATUS C SO ITS HISTORY STAYS ON FILE.
       01  MANDATE-MAINT-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "SEPA MANDATE MASTER MAINTENANCE"  LINE 1 COL 25.
        05  VALUE "FUNCTION (A=ADD C=CHANGE Q=QUIT):" LINE 3 COL 5.
        05  SCREEN-MNDT-FUNC PIC X(1)
                  USING WS-MNDT-FUNC                  LINE 3 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "MANDATSREFERENZ:"                 LINE 4 COL 5.
        05  SCREEN-MNDT-MAINT-REF PIC X(35)
                  USING WS-MNDT-MAINT-REF             LINE 4 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

       01  MANDATE-DATA-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
        05  VALUE "MANDATE DETAILS"                  LINE 1 COL 30.
        05  VALUE "MANDATSREFERENZ:"                 LINE 3 COL 5.
        05  SCREEN-MND-KEY-SHOW PIC X(35)
                  FROM WS-MNDT-MAINT-REF              LINE 3 COL 40.
        05  VALUE "INTERNE KUNDENNUMMER:"            LINE 4 COL 5.
        05  SCREEN-MND-KND-NR PIC 9(13)
                  USING MND-KND-NR                    LINE 4 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "UNTERSCHRIFTSDATUM (DDMMYYYY):"   LINE 5 COL 5.
        05  SCREEN-MND-SIGN-DT PIC 9(8)
                  USING MND-SIGN-DT                   LINE 5 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "MANDATSART (R=WIEDERK. O=EINMAL):" LINE 6 COL 5.
        05  SCREEN-MND-TYP PIC X(1)
                  USING MND-TYP                       LINE 6 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "NAECHSTER SEQUENZTYP:"            LINE 7 COL 5.
        05  SCREEN-MND-SEQ-TP PIC X(4)
                  USING MND-SEQ-TP                    LINE 7 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "STATUS (A=AKTIV C=STORNO F=ERL.):" LINE 8 COL 5.
        05  SCREEN-MND-STATUS PIC X(1)
                  USING MND-STATUS                    LINE 8 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "GRUND:"                           LINE 9 COL 5.
        05  SCREEN-MND-GRUND PIC X(4)
                  USING MND-GRUND                     LINE 9 COL 40
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.
        05  VALUE "EINZIEHUNGEN:"                    LINE 10 COL 5.
        05  SCREEN-MND-ANZAHL PIC 9(5)
                  FROM MND-ANZAHL                     LINE 10 COL 40.
        05  VALUE "LETZTE EINZIEHUNG (DDMMYYYY):"    LINE 11 COL 5.
        05  SCREEN-MND-LAST-DT PIC 9(8)
                  FROM MND-LAST-DT                    LINE 11 COL 40.

       01  ERWEITERUNG-PROMPT-SCREEN.
        05  BLANK SCREEN BACKGROUND-COLOR BLACK FOREGROUND-COLOR WHITE.
                  FOREGROUND-COLOR ENTRY-FIELD-COLOR.

       PROCEDURE DIVISION.
      * JOB PARAMETERS ON THE COMMAND LINE MAKE THIS A SCHEDULER RUN
      * - NO SCREEN AT ALL, SIGN-ON FROM THE PARAMETERS, AND NO
      * CHECKPOINT RESTART (THE CHECKPOINT BELONGS TO THE DIALOGUE).
       PERFORM JOB-READ-PARAMETERS THRU JOB-READ-PARAMETERS-EXIT.

       IF WS-JOB-MODE NOT EQUAL "Y"
         DISPLAY BLANK-SCREEN
       END-IF.

       PERFORM OPEN-OPER-FILE THRU OPEN-OPER-FILE-EXIT.

      * AN OPERATOR MASTER THAT EXISTS BUT DOES NOT OPEN IS NEVER
      * TAKEN FOR AN EMPTY ONE - THAT WOULD SIGN EVERYBODY ON WITHOUT
      * PASSWORDS OR ROLES.
       IF WS-OPER-AVAILABLE NOT EQUAL "Y"
         PERFORM OPER-FILE-UNUSABLE THRU OPER-FILE-UNUSABLE-EXIT
       END-IF.

       IF WS-JOB-MODE EQUAL "Y"
         PERFORM JOB-SIGNON THRU JOB-SIGNON-EXIT
       ELSE
         PERFORM OPERATOR-SIGNON THRU OPERATOR-SIGNON-EXIT
       END-IF.

       PERFORM OPEN-BATCHWRK.

       IF WS-JOB-MODE NOT EQUAL "Y"
         PERFORM CHECK-FOR-RESTART-FILE
             THRU CHECK-FOR-RESTART-FILE-EXIT
       END-IF.

       PERFORM OPEN-BENEF-FILE THRU OPEN-BENEF-FILE-EXIT.

       PERFORM OPEN-MANDATE-FILE THRU OPEN-MANDATE-FILE-EXIT.

       PERFORM OPEN-BENCHG-FILE THRU OPEN-BENCHG-FILE-EXIT.

       PERFORM OPEN-SANHIT-FILE THRU OPEN-SANHIT-FILE-EXIT.

       PERFORM OPEN-ORIG-FILES THRU OPEN-ORIG-FILES-EXIT.

       PERFORM LOAD-BLZ-DIRECTORY THRU LOAD-BLZ-DIRECTORY-EXIT.

       PERFORM LOAD-SANCTIONS-LIST THRU LOAD-SANCTIONS-LIST-EXIT.

       PERFORM LOAD-DUP-WINDOW THRU LOAD-DUP-WINDOW-EXIT.

       PERFORM LOAD-LIMITS THRU LOAD-LIMITS-EXIT.

       PERFORM LOAD-RECENT-BANK-CHANGES
           THRU LOAD-RECENT-BANK-CHANGES-EXIT.

       PERFORM LOAD-GL-MAP THRU LOAD-GL-MAP-EXIT.

       PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-EXIT.

       IF WS-JOB-MODE EQUAL "Y"
         PERFORM JOB-RUN THRU JOB-RUN-EXIT
         PERFORM JOB-END
       END-IF.

      * PERFORM UNTIL START-SCREEN NOT EQUAL "Q"
      *   DISPLAY START-SCREEN
      *   ACCEPT START-SCREEN
             DISPLAY "NOT AUTHORIZED FOR BATCH ENTRY" LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           PERFORM CHECK-ENTRY-ORIGINATORS
               THRU CHECK-ENTRY-ORIGINATORS-EXIT
           IF WS-ORIG-GATE-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           END-IF
           PERFORM PROMPT-BATCH-SEPA-INFO
           GO TO SCREEN-LOOP
         END-IF.
             DISPLAY "NOT AUTHORIZED FOR BATCH ENTRY" LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           PERFORM CHECK-ENTRY-ORIGINATORS
               THRU CHECK-ENTRY-ORIGINATORS-EXIT
           IF WS-ORIG-GATE-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           END-IF
           PERFORM IMPORT-DTAUS-FILE THRU IMPORT-DTAUS-FILE-EXIT
           IF WS-IMPORT-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
             DISPLAY "NOT AUTHORIZED FOR BATCH ENTRY" LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           PERFORM CHECK-ENTRY-ORIGINATORS
               THRU CHECK-ENTRY-ORIGINATORS-EXIT
           IF WS-ORIG-GATE-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           END-IF
           PERFORM IMPORT-PAIN002 THRU IMPORT-PAIN002-EXIT
           IF WS-P2-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           GO TO MODE-SELECT
         END-IF.

      * MANDATES BELONG TO THE BENEFICIARIES, SO THEIR MASTER TAKES
      * THE SAME ROLE AS THE BENEFICIARY MAINTENANCE.
         IF WS-MODE-CHOICE EQUAL "N" OR WS-MODE-CHOICE EQUAL "n"
           IF WS-OPER-ENFORCE EQUAL "Y" AND
               WS-OPR-ROLE-BENEF NOT EQUAL "Y"
             MOVE "MANDATE-MAINT" TO WS-SEC-ACTION
             MOVE "DENIED" TO WS-SEC-RESULT
             PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
             DISPLAY "NOT AUTHORIZED FOR MANDATE MAINTENANCE"
                 LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           MOVE "MANDATE-MAINT" TO WS-SEC-ACTION
           MOVE "OK" TO WS-SEC-RESULT
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           PERFORM MANDATE-MAINT THRU MANDATE-MAINT-EXIT
           GO TO MODE-SELECT
         END-IF.

      * SANCTIONS HITS ARE DECIDED BY COMPLIANCE ONLY - NOT BY THE
      * PEOPLE WHO ENTER OR RELEASE THE PAYMENTS.
         IF WS-MODE-CHOICE EQUAL "X" OR WS-MODE-CHOICE EQUAL "x"
           IF WS-OPER-ENFORCE EQUAL "Y" AND
               WS-OPR-ROLE-COMPLIANCE NOT EQUAL "Y"
             MOVE "SANCTION-REVW" TO WS-SEC-ACTION
             MOVE "DENIED" TO WS-SEC-RESULT
             PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
             DISPLAY "NOT AUTHORIZED FOR SANCTIONS HIT REVIEW"
                 LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           MOVE "SANCTION-REVW" TO WS-SEC-ACTION
           MOVE "OK" TO WS-SEC-RESULT
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           PERFORM COMPLIANCE-REVIEW THRU COMPLIANCE-REVIEW-EXIT
           GO TO MODE-SELECT
         END-IF.

         IF WS-MODE-CHOICE EQUAL "O" OR WS-MODE-CHOICE EQUAL "o"
           IF WS-OPER-ENFORCE EQUAL "Y" AND
               WS-OPR-ROLE-SUPERVISOR NOT EQUAL "Y"
           GO TO MODE-SELECT
         END-IF.

      * WHICH COMPANY AND ACCOUNT A BATCH DEBITS, AND WHO MAY PICK
      * IT, IS A SUPERVISOR DECISION LIKE THE OPERATOR MASTER.
         IF WS-MODE-CHOICE EQUAL "D" OR WS-MODE-CHOICE EQUAL "d"
           IF WS-OPER-ENFORCE EQUAL "Y" AND
               WS-OPR-ROLE-SUPERVISOR NOT EQUAL "Y"
             MOVE "ORIG-MAINT" TO WS-SEC-ACTION
             MOVE "DENIED" TO WS-SEC-RESULT
             PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
             DISPLAY "NOT AUTHORIZED FOR ORIGINATOR MAINTENANCE"
                 LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           MOVE "ORIG-MAINT" TO WS-SEC-ACTION
           MOVE "OK" TO WS-SEC-RESULT
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           PERFORM ORIG-MAINT THRU ORIG-MAINT-EXIT
           GO TO MODE-SELECT
         END-IF.

      * THE CHANGE RUN REWRITES MASTER AND TEMPLATE RECORDS, SO IT
      * IS SUPERVISOR-GATED LIKE THE OPERATOR MAINTENANCE.
         IF WS-MODE-CHOICE EQUAL "U" OR WS-MODE-CHOICE EQUAL "u"
                 LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           PERFORM CHECK-ENTRY-ORIGINATORS
               THRU CHECK-ENTRY-ORIGINATORS-EXIT
           IF WS-ORIG-GATE-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           END-IF
           PERFORM LOAD-PENDING-BATCH THRU LOAD-PENDING-BATCH-EXIT
           IF WS-PENDING-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
             DISPLAY "NOT AUTHORIZED FOR BATCH ENTRY" LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           PERFORM CHECK-ENTRY-ORIGINATORS
               THRU CHECK-ENTRY-ORIGINATORS-EXIT
           IF WS-ORIG-GATE-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           END-IF
           PERFORM LOAD-TEMPLATE THRU LOAD-TEMPLATE-EXIT
           IF WS-TEMPLATE-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           GO TO MODE-SELECT
         END-IF.

      * WHOEVER DOES THE BANK UPLOAD RUNS THE CHECK FIRST - LIKE THE
      * DAY-END SUMMARY IT ONLY READS, SO IT TAKES NO ROLE.
         IF WS-MODE-CHOICE EQUAL "C" OR WS-MODE-CHOICE EQUAL "c"
           PERFORM VERIFY-UPLOAD-FILES THRU VERIFY-UPLOAD-FILES-EXIT
           GO TO MODE-SELECT
         END-IF.

         IF WS-MODE-CHOICE EQUAL "F" OR WS-MODE-CHOICE EQUAL "f"
           PERFORM PRINT-LIQUIDITY-FORECAST
               THRU PRINT-LIQUIDITY-FORECAST-EXIT
           GO TO MODE-SELECT
         END-IF.

         IF WS-MODE-CHOICE EQUAL "K" OR WS-MODE-CHOICE EQUAL "k"
           PERFORM RECONCILE-STATEMENT
               THRU RECONCILE-STATEMENT-EXIT
             DISPLAY "NOT AUTHORIZED FOR BATCH ENTRY" LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           PERFORM CHECK-ENTRY-ORIGINATORS
               THRU CHECK-ENTRY-ORIGINATORS-EXIT
           IF WS-ORIG-GATE-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           END-IF
      * AP PAYMENTS ARE CREDIT TRANSFERS - THE TYPE GOES IN BEFORE
      * THE HEADER PROMPT SO WHAT THE OPERATOR CONFIRMS THERE IS
      * WHAT THE BATCH ACTUALLY IS, SAME AS MODE L DOES FOR ITS
             DISPLAY "NOT AUTHORIZED FOR BATCH ENTRY" LINE 24 COL 5
             GO TO MODE-SELECT
           END-IF
           PERFORM CHECK-ENTRY-ORIGINATORS
               THRU CHECK-ENTRY-ORIGINATORS-EXIT
           IF WS-ORIG-GATE-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           END-IF
           PERFORM PROCESS-RETURNS THRU PROCESS-RETURNS-EXIT
           IF WS-RET-OK NOT EQUAL "Y"
             GO TO MODE-SELECT
           STOP RUN
         END-IF.

         DISPLAY "INVALID CHOICE - ENTER E, I, P, B, R, G, M, C, "
             "F, K, L, A, O, D, U, H, S, Y, V, N, X, OR Q"
             LINE 24 COL 5.
         GO TO MODE-SELECT.

       SCREEN-LOOP.
      * INHERIT THE PRIOR BENEFICIARY'S MANDATE AS ITS DEFAULT.
         MOVE SPACES TO MANDATE-REF IN WS-SEPA-FIELDS.
         MOVE 0 TO MANDATE-DATUM IN WS-SEPA-FIELDS.
         MOVE SPACES TO MANDATE-SEQ-TP IN WS-SEPA-FIELDS.

      * AND FOR IBAN/BIC - A LEFT-OVER IBAN WOULD BOTH SUPPRESS THE
      * GENERATED DEFAULT AND, IF NON-DE, SLIP THE PRIOR
         MOVE SPACES TO IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS.
         MOVE SPACES TO BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS.

      * AND FOR THE FOREIGN PAYMENT DATA - ADDRESS, COUNTRIES AND
      * THE AWV REPORT BELONG TO ONE BENEFICIARY ONLY. THE CHARGES
      * ARE SHARED UNLESS THE OPERATOR SAYS OTHERWISE.
         MOVE SPACES TO ZV-ANGABEN IN WS-SEPA-FIELDS.
         MOVE SPACES TO AP-BELEG-NR IN WS-SEPA-FIELDS.
         MOVE SPACES TO SAN-ANGABEN IN WS-SEPA-FIELDS.
         IF BATCH-IS-FOREIGN
           MOVE 0 TO BETRAG IN WS-C-SATZ
           MOVE "SHA" TO ENTGELTREGELUNG IN WS-SEPA-FIELDS
         END-IF.

      * THE AUFTRAGGEBER SIDE OF THE ROW IS THE BATCH ORIGINATOR'S -
      * SHOWN PREFILLED, AND PUT BACK AFTER THE SCREEN IN CASE IT
      * WAS KEYED OVER.
         IF WS-ORIG-IN-USE EQUAL "Y"
           PERFORM TAKE-ORIGINATOR-ON-ROW
         END-IF.

         PERFORM KND-NR-LOOKUP THRU KND-NR-LOOKUP-EXIT.

         IF BATCH-IS-FOREIGN
           PERFORM ACCEPT-AND-VALIDATE-ZV-SATZ
         ELSE
           PERFORM ACCEPT-AND-VALIDATE-C-SATZ
         END-IF.

         IF WS-ORIG-IN-USE EQUAL "Y"
           PERFORM TAKE-ORIGINATOR-ON-ROW
         END-IF.

         PERFORM OFFER-BENEF-SAVE THRU OFFER-BENEF-SAVE-EXIT.

                   LINE 24 COL 5
               GO TO CONFIRM-EXIT
             END-IF
      * EVERY PAYMENT IS SCREENED AGAIN AGAINST TODAY'S SANCTIONS
      * LIST - IT MAY HAVE CHANGED SINCE ENTRY, AND COMPLIANCE MAY
      * HAVE DECIDED HITS SINCE. ROWS WITH A CONFIRMED HIT COME OUT
      * OF THE BATCH; ANY HIT STILL OPEN HOLDS THE WHOLE BATCH.
             IF WS-SAN-LOADED NOT EQUAL "Y"
               DISPLAY "SANCTIONS LIST NOT LOADED - BATCH CANNOT BE "
                   "RELEASED" LINE 24 COL 5
               GO TO CONFIRM-EXIT
             END-IF
             MOVE "N" TO WS-SAN-REPORT
             PERFORM SCREEN-BATCH-SANCTIONS
             PERFORM CHECKPOINT-SAVE THRU CHECKPOINT-SAVE-EXIT
             IF WS-SAN-BLOCK-COUNT > 0
               DISPLAY WS-SAN-BLOCK-COUNT " PAYMENTS REMOVED - "
                   "SANCTIONS HIT CONFIRMED. CHECK THE BATCH AND "
                   "SAVE AGAIN" LINE 24 COL 5
               GO TO CONFIRM-EXIT
             END-IF
             IF WS-SAN-HOLD-COUNT > 0
               DISPLAY WS-SAN-HOLD-COUNT " PAYMENTS ON SANCTIONS "
                   "HOLD - BATCH HELD FOR COMPLIANCE REVIEW"
                   LINE 24 COL 5
               GO TO CONFIRM-EXIT
             END-IF
      * PAYMENTS TO AN ACCOUNT WHOSE BANK DETAILS WERE CHANGED IN THE
      * COOLING-OFF WINDOW ARE THE CLASSIC DIVERSION FRAUD - THEY GO
      * OUT ONLY WITH A SUPERVISOR'S ACKNOWLEDGEMENT ON THE LISTING.
             MOVE SPACES TO WS-BCHG-ACK-BY
             PERFORM COUNT-BANK-CHANGE-ROWS
             IF WS-BCHG-ROW-COUNT > 0
               MOVE "B" TO WS-OVR-KIND
               PERFORM PROMPT-SUPERVISOR-OVERRIDE
                   THRU PROMPT-SUPERVISOR-OVERRIDE-EXIT
               MOVE "L" TO WS-OVR-KIND
               IF WS-OVERRIDE-OK NOT EQUAL "Y"
                 DISPLAY "CHANGED BANK DETAILS NOT ACKNOWLEDGED - "
                     "BATCH HELD" LINE 24 COL 5
                 GO TO CONFIRM-EXIT
               END-IF
               MOVE WS-OVERRIDE-ID TO WS-BCHG-ACK-BY
             END-IF
             MOVE WS-OPERATOR-ID TO WS-RELEASED-BY
             PERFORM WRITE-DTAUS-FILE THRU WRITE-DTAUS-FILE-EXIT
      * NOTHING WAS WRITTEN - THE PENDING BATCH AND THE CHECKPOINT
             IF WS-DTAUS-SAVED NOT EQUAL "Y"
               GO TO CONFIRM-EXIT
             END-IF
      * A FOREIGN BATCH HAS NO SEPA SIDE - ITS DTAZV FILE IS ALL
      * THE BANK GETS.
             IF NOT BATCH-IS-FOREIGN
               PERFORM WRITE-SEPA-FILE
             END-IF
      * SEAL EVERY FILE JUST WRITTEN BEFORE ANYONE CAN TOUCH IT -
      * THE PRE-UPLOAD CHECK HOLDS THE FILES AGAINST THESE SEALS.
             PERFORM WRITE-OUTPUT-SEALS THRU WRITE-OUTPUT-SEALS-EXIT
             IF BATCH-IS-COLLECTION
               PERFORM UPDATE-MANDATE-MASTER
                   THRU UPDATE-MANDATE-MASTER-EXIT
             END-IF
             PERFORM PRINT-REPORT-LISTING
             PERFORM WRITE-GL-RELEASE-JOURNAL
                 THRU WRITE-GL-RELEASE-JOURNAL-EXIT
             PERFORM WRITE-AP-RELEASE-FEEDBACK
             PERFORM CLEAR-PENDING-FILE
             MOVE "RELEASE" TO WS-SEC-ACTION
             MOVE "OK" TO WS-SEC-RESULT
                 "04 OR 05" LINE 24 COL 5
             GO TO ACCEPT-AND-VALIDATE-C-SATZ
           END-IF
           PERFORM ACCEPT-MANDATE-DATA THRU ACCEPT-MANDATE-DATA-EXIT
         END-IF.

      * A SINGLE BETRAG OVER THE CONFIGURED CEILING (PER-TEXT-

         PERFORM PROMPT-ERWEITERUNG THRU PROMPT-ERWEITERUNG-EXIT.

      * ONE PAYMENT OF A FOREIGN (DTAZV) BATCH. THE INLAND BLZ/KONTO
      * AND DE-IBAN CHECKS DO NOT APPLY - INSTEAD THE BENEFICIARY
      * NEEDS A NAME, AN ACCOUNT OR IBAN AND A SWIFT/BIC WHOSE
      * COUNTRY CODE AGREES WITH THE BANK COUNTRY, AND THE CHARGES
      * OPTION MUST BE ONE THE DTAZV FORMAT KNOWS. OVER THE AWV
      * THRESHOLD THE REPORTING DATA IS TAKEN BEFORE THE ROW CAN BE
      * STORED. THE TRANSACTION LIMIT AND THE EXTENSION SEGMENTS
      * WORK AS ON AN INLAND C-SATZ.
       ACCEPT-AND-VALIDATE-ZV-SATZ.
         DISPLAY A-SATZ-SCREEN.
         DISPLAY ZV-SATZ-SCREEN.
         ACCEPT ZV-SATZ-SCREEN.

         MOVE FUNCTION UPPER-CASE(IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS)
             TO IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS.
         MOVE FUNCTION UPPER-CASE(BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS)
             TO BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS.
         MOVE FUNCTION UPPER-CASE(ZV-ANGABEN IN WS-SEPA-FIELDS)
             TO ZV-ANGABEN IN WS-SEPA-FIELDS.

         IF NAME-BEGUENSTIGTER IN WS-C-SATZ EQUAL SPACES
           DISPLAY "NAME BEGUENSTIGTER REQUIRED" LINE 24 COL 5
           GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
         END-IF.

         IF IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS EQUAL SPACES
           DISPLAY "KONTO/IBAN BEGUENSTIGTER REQUIRED" LINE 24 COL 5
           GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
         END-IF.

      * A SWIFT/BIC IS 8 OR 11 CHARACTERS WITH THE ISO COUNTRY CODE
      * IN POSITIONS 5-6.
         IF BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS(1:8) EQUAL SPACES
           DISPLAY "SWIFT/BIC EMPFAENGERBANK REQUIRED" LINE 24 COL 5
           GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
         END-IF.
         MOVE 0 TO WS-ZV-BIC-CHECK.
         INSPECT BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS(1:8)
             TALLYING WS-ZV-BIC-CHECK FOR ALL SPACES.
         MOVE 0 TO WS-ZV-BRANCH-CHECK.
         INSPECT BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS(9:3)
             TALLYING WS-ZV-BRANCH-CHECK FOR ALL SPACES.
         IF WS-ZV-BIC-CHECK > 0 OR
             (WS-ZV-BRANCH-CHECK > 0 AND WS-ZV-BRANCH-CHECK < 3)
           DISPLAY "SWIFT/BIC MUST HAVE 8 OR 11 CHARACTERS"
               LINE 24 COL 5
           GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
         END-IF.
         IF LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS EQUAL SPACES
           MOVE BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS(5:2)
               TO LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS
         END-IF.
         IF LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS NOT EQUAL
             BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS(5:2)
           DISPLAY "LAND EMPFAENGERBANK DOES NOT MATCH THE SWIFT/BIC"
               LINE 24 COL 5
           GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
         END-IF.
         IF LAND-BEGUENSTIGTER IN WS-SEPA-FIELDS EQUAL SPACES
           MOVE LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS
               TO LAND-BEGUENSTIGTER IN WS-SEPA-FIELDS
         END-IF.

      * AN IBAN FROM ANOTHER COUNTRY THAN THE BANK'S IS POSSIBLE
      * (BRANCHES, CORRESPONDENT ACCOUNTS) BUT USUALLY A MIS-KEY -
      * SHOWN, NOT BLOCKED.
         IF IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS(1:2) IS ALPHABETIC
             AND IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS(3:2) IS NUMERIC
             AND IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS(1:2) NOT EQUAL
                 LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS
           DISPLAY "WARNING: IBAN COUNTRY DIFFERS FROM LAND "
               "EMPFAENGERBANK" LINE 23 COL 5
         END-IF.

         IF ENTGELTREGELUNG IN WS-SEPA-FIELDS EQUAL SPACES
           MOVE "SHA" TO ENTGELTREGELUNG IN WS-SEPA-FIELDS
         END-IF.
         IF NOT ENTGELT-IS-VALID
           DISPLAY "ENTGELT MUST BE OUR, SHA OR BEN" LINE 24 COL 5
           GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
         END-IF.

         MOVE WAEHRUNG IN WS-C-SATZ TO WS-WAEHRUNG-CHECK.
         PERFORM VALIDATE-WAEHRUNG.
         IF WAEHRUNG-IS-INVALID
           PERFORM DISPLAY-WAEHRUNG-CODES
           GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
         END-IF.

         IF BETRAG IN WS-C-SATZ EQUAL 0
           DISPLAY "BETRAG REQUIRED FOR A FOREIGN PAYMENT"
               LINE 24 COL 5
           GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
         END-IF.

      * AWV: A PAYMENT TO A FOREIGN COUNTERPART OVER THE THRESHOLD
      * MUST BE REPORTED TO THE BUNDESBANK - THE DATA GOES INTO THE
      * T-SATZ AND ONTO THE AUDIT LISTING. UNDER THE THRESHOLD ANY
      * OLD REPORT DATA (AN EDITED ROW WHOSE AMOUNT CAME DOWN) GOES.
         IF WS-AWV-LIMIT > 0 AND
             BETRAG IN WS-C-SATZ > WS-AWV-LIMIT
           PERFORM PROMPT-AWV-MELDUNG THRU PROMPT-AWV-MELDUNG-EXIT
         ELSE
           MOVE SPACES TO AWV-KENNZAHL IN WS-SEPA-FIELDS
           MOVE SPACES TO AWV-LAND IN WS-SEPA-FIELDS
           MOVE SPACES TO AWV-ZWECK IN WS-SEPA-FIELDS
         END-IF.

         PERFORM GET-EFFECTIVE-TXN-LIMIT.
         IF WS-EFFECTIVE-TXN-LIMIT > 0 AND
             BETRAG IN WS-C-SATZ > WS-EFFECTIVE-TXN-LIMIT
           MOVE BETRAG IN WS-C-SATZ TO WS-OVR-AMOUNT
           MOVE WS-EFFECTIVE-TXN-LIMIT TO WS-OVR-LIMIT
           PERFORM PROMPT-SUPERVISOR-OVERRIDE
               THRU PROMPT-SUPERVISOR-OVERRIDE-EXIT
           IF WS-OVERRIDE-OK NOT EQUAL "Y"
             DISPLAY "AMOUNT OVER LIMIT - NOT APPROVED, RE-ENTER"
                 LINE 24 COL 5
             GO TO ACCEPT-AND-VALIDATE-ZV-SATZ
           END-IF
           ADD 1 TO WS-TXN-OVR-COUNT
           MOVE WS-OVERRIDE-ID TO WS-TXN-OVR-BY
         END-IF.

         PERFORM PROMPT-ERWEITERUNG THRU PROMPT-ERWEITERUNG-EXIT.

      * TAKES THE AWV REPORTING DATA FOR THE PAYMENT IN WS-C-SATZ -
      * A KENNZAHL OF THREE DIGITS AND THE COUNTRY ARE REQUIRED, THE
      * TEXT IS OPTIONAL. THE COUNTRY DEFAULTS TO THE BENEFICIARY'S.
       PROMPT-AWV-MELDUNG.
         IF AWV-LAND IN WS-SEPA-FIELDS EQUAL SPACES
           MOVE LAND-BEGUENSTIGTER IN WS-SEPA-FIELDS
               TO AWV-LAND IN WS-SEPA-FIELDS
         END-IF.

       PROMPT-AWV-MELDUNG-SCREEN.
         DISPLAY AWV-SCREEN.
         ACCEPT AWV-SCREEN.
         MOVE FUNCTION UPPER-CASE(AWV-LAND IN WS-SEPA-FIELDS)
             TO AWV-LAND IN WS-SEPA-FIELDS.
         MOVE FUNCTION UPPER-CASE(AWV-ZWECK IN WS-SEPA-FIELDS)
             TO AWV-ZWECK IN WS-SEPA-FIELDS.

         IF AWV-KENNZAHL IN WS-SEPA-FIELDS NOT NUMERIC
           DISPLAY "AWV KENNZAHL MUST BE THREE DIGITS" LINE 24 COL 5
           GO TO PROMPT-AWV-MELDUNG-SCREEN
         END-IF.
         IF AWV-LAND IN WS-SEPA-FIELDS EQUAL SPACES OR
             AWV-LAND IN WS-SEPA-FIELDS NOT ALPHABETIC
           DISPLAY "AWV LAND REQUIRED (ISO CODE)" LINE 24 COL 5
           GO TO PROMPT-AWV-MELDUNG-SCREEN
         END-IF.

       PROMPT-AWV-MELDUNG-EXIT.
         CONTINUE.

      * BATCH-LEVEL SETUP - THE A-SATZ ITSELF (KENNZEICHEN, BLZ, NAME
      * ABSENDER, DATEIERSTELLUNGSDATUM, KONTONUMMER-ABSENDER,
      * SAMMEL-REF-NR), THE ORIGINATOR IBAN/BIC FOR THE SEPA EXPORT
      * (DOES NOT VARY PER C-SATZ), AND THE A-SATZ WAEHRUNG, ALL
      * ENTERED ONCE BEFORE THE FIRST C-SATZ. WITH THE ORIGINATOR
      * MASTER IN USE THE ORIGINATOR IS PICKED FIRST AND BRINGS THE
      * AUFTRAGGEBER FIELDS OF BOTH SCREENS WITH IT.
       PROMPT-BATCH-SEPA-INFO.
         IF WS-ORIG-IN-USE EQUAL "Y" AND WS-ORIG-PICKED NOT EQUAL "Y"
           PERFORM PROMPT-ORIGINATOR THRU PROMPT-ORIGINATOR-EXIT
         END-IF.

         DISPLAY A-SATZ-SCREEN.
         ACCEPT A-SATZ-SCREEN.

         DISPLAY BATCH-SEPA-SCREEN.
         ACCEPT BATCH-SEPA-SCREEN.

         MOVE WAEHRUNG IN WS-A-SATZ TO WS-WAEHRUNG-CHECK.
         PERFORM VALIDATE-WAEHRUNG.
         IF WAEHRUNG-IS-INVALID
           PERFORM DISPLAY-WAEHRUNG-CODES
           GO TO PROMPT-BATCH-SEPA-INFO
         END-IF.

         IF NOT BATCH-TYPE-VALID
           DISPLAY "INVALID BATCH TYPE - ENTER T, C OR Z" LINE 24 COL 5
           GO TO PROMPT-BATCH-SEPA-INFO
         END-IF.

      * WHATEVER WAS KEYED OVER THE PREFILLED AUFTRAGGEBER FIELDS,
      * THE MASTER HAS THE LAST WORD - A TYPO THERE WOULD DEBIT THE
      * WRONG COMPANY. THE BATCH TYPE MUST BE ONE THE ORIGINATOR IS
      * SET UP FOR; IF NOT, THE PICK IS MADE AGAIN.
         IF WS-ORIG-IN-USE EQUAL "Y"
           MOVE "Y" TO WS-ORIG-CHECK-TYPE
           PERFORM SELECT-ORIGINATOR THRU SELECT-ORIGINATOR-EXIT
           IF WS-ORIG-STATE NOT EQUAL "K"
             PERFORM SET-ORIG-REFUSAL-TEXT
             MOVE "N" TO WS-ORIG-PICKED
             GO TO PROMPT-BATCH-SEPA-INFO
           END-IF
           PERFORM STAMP-ORIGINATOR-ON-ROWS
         END-IF.

      * A COLLECTION BATCH CANNOT GO OUT WITHOUT THE GLAEUBIGER-ID -
      * THE BANK REJECTS A PAIN.008 WITH AN EMPTY CDTRSCHMEID.
         IF BATCH-IS-COLLECTION AND
             CREDITOR-ID IN WS-DEBTOR-SEPA-FIELDS EQUAL SPACES
           DISPLAY "GLAEUBIGER-ID REQUIRED FOR A COLLECTION BATCH"
               LINE 24 COL 5
           GO TO PROMPT-BATCH-SEPA-INFO
         END-IF.

      * THE EXECUTION DATE MUST BE A FUTURE TARGET BUSINESS DAY -
      * OPERATORS KEY SATURDAYS AND HOLIDAYS AND THE BANK BOUNCES
      * THE FILE DAYS LATER. A BAD DATE GETS THE NEXT BUSINESS DAY
      * OFFERED; DECLINING GOES BACK TO THE SETUP SCREEN.
         PERFORM VALIDATE-EXEC-DATE THRU VALIDATE-EXEC-DATE-EXIT.
               "TODAY - CHECK IT" LINE 24 COL 5
           GO TO PROMPT-BATCH-SEPA-INFO
         END-IF.
      * THE NEXT BATCH PICKS ITS ORIGINATOR AFRESH.
         MOVE "N" TO WS-ORIG-PICKED.

      * VALIDATES WHATEVER CODE IS CURRENTLY IN WS-WAEHRUNG-CHECK -
      * CALLERS MOVE THE WAEHRUNG THEY WANT CHECKED (A-SATZ OR
      * COLLECTION BATCH. THE REFERENCE IS MANDATORY; EDITING AN
      * EXISTING ROW SHOWS ITS STORED MANDATE BACK FOR CORRECTION.
       ACCEPT-MANDATE-DATA.
         MOVE "N" TO WS-MNDT-FINAL.
         MOVE "N" TO WS-MNDT-ONEOFF.
         IF MANDATE-SEQ-TP IN WS-SEPA-FIELDS EQUAL "FNAL"
           MOVE "Y" TO WS-MNDT-FINAL
         END-IF.
         IF MANDATE-SEQ-TP IN WS-SEPA-FIELDS EQUAL "OOFF"
           MOVE "Y" TO WS-MNDT-ONEOFF
         END-IF.

       ACCEPT-MANDATE-DATA-SCREEN.
         DISPLAY MANDATE-SCREEN.
         ACCEPT MANDATE-SCREEN.
         IF MANDATE-REF IN WS-SEPA-FIELDS EQUAL SPACES
           DISPLAY "MANDATSREFERENZ REQUIRED" LINE 24 COL 5
           GO TO ACCEPT-MANDATE-DATA-SCREEN
         END-IF.

      * A MISSING OR GARBLED SIGNATURE DATE WOULD GO OUT AS
             WS-MNDT-DT-X(5:4) < "1900"
           DISPLAY "UNTERSCHRIFTSDATUM INVALID - ENTER DDMMYYYY"
               LINE 24 COL 5
           GO TO ACCEPT-MANDATE-DATA-SCREEN
         END-IF.

      * THE MANDATE MASTER DECIDES WHETHER THE MANDATE MAY BE USED
      * AT ALL AND WHICH SEQUENCE TYPE THIS COLLECTION TAKES - A
      * REVOKED OR LAPSED MANDATE ONLY COMES BACK WEEKS LATER AS A
      * RUECKLASTSCHRIFT, SO IT IS STOPPED HERE.
         PERFORM LOOKUP-MANDATE THRU LOOKUP-MANDATE-EXIT.
         IF WS-MNDT-STATE NOT EQUAL "K" AND
             WS-MNDT-STATE NOT EQUAL "N"
           PERFORM SET-MANDATE-REFUSAL-TEXT
           DISPLAY WS-MNDT-BAD-TEXT " - COLLECTION REFUSED"
               LINE 24 COL 5
           GO TO ACCEPT-MANDATE-DATA-SCREEN
         END-IF.

      * A MANDATE ON FILE KEEPS THE SIGNATURE DATE IT WAS RECORDED
      * WITH - EVERY PAIN.008 MUST CARRY THE SAME DTOFSGNTR FOR IT.
         IF WS-MNDT-STATE EQUAL "K" AND
             WS-MANDATE-AVAILABLE EQUAL "Y" AND
             MND-SIGN-DT IS NUMERIC AND MND-SIGN-DT NOT EQUAL 0 AND
             MND-SIGN-DT NOT EQUAL MANDATE-DATUM IN WS-SEPA-FIELDS
           MOVE MND-SIGN-DT TO MANDATE-DATUM IN WS-SEPA-FIELDS
           DISPLAY "UNTERSCHRIFTSDATUM TAKEN FROM THE MANDATE MASTER"
               LINE 23 COL 5
         END-IF.

         MOVE WS-MNDT-SEQ TO MANDATE-SEQ-TP IN WS-SEPA-FIELDS.

      * A MANDATE SEEN FOR THE FIRST TIME GOES ON THE MASTER NOW, SO
      * A SECOND BATCH KEYED BEFORE THIS ONE IS RELEASED FINDS IT.
         IF WS-MNDT-STATE EQUAL "N" AND
             WS-MANDATE-AVAILABLE EQUAL "Y"
           MOVE MANDATE-REF IN WS-SEPA-FIELDS TO MND-REF
           PERFORM FILL-NEW-MANDATE-RECORD
           WRITE MANDATE-RECORD
             INVALID KEY
               DISPLAY "WARNING: MANDATE NOT ADDED TO MASTER (STATUS "
                   WS-MANDATE-STATUS ")" LINE 23 COL 5
           END-WRITE
         END-IF.

       ACCEPT-MANDATE-DATA-EXIT.
         CONTINUE.

       VALIDATE-BLZ-BEGUENSTIGTER.
         MOVE BLZ-BEGUENSTIGTER IN WS-C-SATZ TO WS-BLZ-DIGITS-X.
         MOVE 0 TO WS-CHECK-SUM.
      * OR PENDING FILE, NOT FROM HERE. WITHOUT IT NO BATCH CAN BE
      * HELD AT ALL, SO A FAILED OPEN ENDS THE RUN.
       OPEN-BATCHWRK.
         IF WS-JOB-MODE EQUAL "Y"
           MOVE "BATCHWRK_JOB.DAT" TO WS-BATCHWRK-FILE-NAME
         END-IF.
         OPEN OUTPUT BATCHWRK-FILE.
         CLOSE BATCHWRK-FILE.
         OPEN I-O BATCHWRK-FILE.
         IF WS-BATCHWRK-STATUS NOT EQUAL "00"
           STRING "BATCH WORK FILE UNUSABLE (STATUS " WS-BATCHWRK-STATUS
               ") - PROGRAM ENDED" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           IF WS-JOB-MODE EQUAL "Y"
             MOVE 8 TO WS-JOB-RC
             PERFORM JOB-END
           END-IF
           STOP RUN
         END-IF.

      * TRUNCATES THE WORK FILE BEFORE A LOADER (RESTART, IMPORT,
      * TEMPLATE, PENDING, AP, ...) FILLS IT WITH A FRESH BATCH. THE
      * COUNT OF ROWS REMOVED AS CONFIRMED SANCTIONS HITS BELONGS TO
      * THE BATCH, SO IT STARTS AGAIN HERE TOO.
       RESET-BATCHWRK.
         CLOSE BATCHWRK-FILE.
         OPEN OUTPUT BATCHWRK-FILE.
         CLOSE BATCHWRK-FILE.
         OPEN I-O BATCHWRK-FILE.
         MOVE 0 TO WS-SAN-BLOCKED-TOTAL.

      * ROW ACCESS FOR THE BATCH WORK FILE. WS-C-IDX NAMES THE ROW;
      * GET-BATCH-ROW BRINGS FLAG, PART AND THE C-SATZ/SEPA PAIR
           INVALID KEY
             WRITE BATCHWRK-RECORD
               INVALID KEY
                 STRING "WARNING: BATCH ROW NOT STORED (STATUS "
                     WS-BATCHWRK-STATUS ")"
                     DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM SHOW-MESSAGE
             END-WRITE
         END-REWRITE.

         END-IF.
         MOVE "Y" TO WS-ROW-ACTIVE.
         MOVE 0 TO WS-ROW-PART.
         PERFORM APPLY-SANCTIONS-SCREENING
             THRU APPLY-SANCTIONS-SCREENING-EXIT.
         IF SAN-STATUS IN WS-SEPA-FIELDS EQUAL "H"
           DISPLAY "SANCTIONS LIST HIT - PAYMENT ON HOLD FOR "
               "COMPLIANCE REVIEW" LINE 23 COL 5
         END-IF.
         PERFORM PUT-BATCH-ROW.
         ADD 1 TO WS-C-SATZ-ACTIVE-COUNT.
         PERFORM CHECKPOINT-SAVE THRU CHECKPOINT-SAVE-EXIT.
         END-PERFORM.

         IF WS-MNDT-OK NOT EQUAL "Y"
           STRING "ROW " WS-MNDT-BAD-ROW " HAS NO MANDATE DATA - "
               "FIX IT ON REVIEW (EXX) FIRST"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO CHECK-COLLECTION-MANDATES-EXIT
         END-IF.

      * THEN EVERY MANDATE AGAINST THE MASTER AGAIN - A PENDING OR
      * TEMPLATE BATCH MAY HAVE BEEN KEYED BEFORE A RETURN CANCELLED
      * THE MANDATE OR ANOTHER BATCH USED UP ITS FRST, AND IMPORTED
      * OR RE-PRESENTED ROWS NEVER WENT THROUGH ACCEPT-MANDATE-DATA.
      * THE SEQUENCE TYPE IS RE-DERIVED AND STORED ON THE ROW.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT OR
                 WS-MNDT-OK EQUAL "N"
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y"
             PERFORM RECHECK-ROW-MANDATE
           END-IF
         END-PERFORM.

         IF WS-MNDT-OK NOT EQUAL "Y"
           STRING "ROW " WS-MNDT-BAD-ROW ": " WS-MNDT-BAD-TEXT
               " - FIX IT ON REVIEW (EXX)"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       CHECK-COLLECTION-MANDATES-EXIT.
         CONTINUE.

       RECHECK-ROW-MANDATE.
         MOVE "N" TO WS-MNDT-FINAL.
         MOVE "N" TO WS-MNDT-ONEOFF.
         IF MANDATE-SEQ-TP IN WS-SEPA-FIELDS EQUAL "FNAL"
           MOVE "Y" TO WS-MNDT-FINAL
         END-IF.
         IF MANDATE-SEQ-TP IN WS-SEPA-FIELDS EQUAL "OOFF"
           MOVE "Y" TO WS-MNDT-ONEOFF
         END-IF.
         PERFORM LOOKUP-MANDATE THRU LOOKUP-MANDATE-EXIT.
         IF WS-MNDT-STATE NOT EQUAL "K" AND
             WS-MNDT-STATE NOT EQUAL "N"
           MOVE "N" TO WS-MNDT-OK
           MOVE WS-C-IDX TO WS-MNDT-BAD-ROW
           PERFORM SET-MANDATE-REFUSAL-TEXT
         ELSE
           IF WS-MNDT-SEQ NOT EQUAL MANDATE-SEQ-TP IN WS-SEPA-FIELDS
             MOVE WS-MNDT-SEQ TO MANDATE-SEQ-TP IN WS-SEPA-FIELDS
             PERFORM PUT-BATCH-ROW
           END-IF
         END-IF.

      * CLASSIFIES THE MANDATE OF THE ROW IN WS-SEPA-FIELDS AGAINST
      * THE MASTER (STATES SEE WS-MNDT-STATE) AND WORKS OUT THE
      * SEQUENCE TYPE IT GOES OUT WITH. WS-MNDT-FINAL/-ONEOFF CARRY
      * THE OPERATOR'S LAST-COLLECTION AND ONE-OFF FLAGS. THE 36
      * MONTHS RUN FROM THE LAST COLLECTION (OR THE SIGNATURE, IF THE
      * MANDATE WAS NEVER USED) TO THE REQUESTED COLLECTION DATE.
       LOOKUP-MANDATE.
         MOVE "K" TO WS-MNDT-STATE.
         IF WS-MNDT-FINAL EQUAL "y"
           MOVE "Y" TO WS-MNDT-FINAL
         END-IF.
         IF WS-MNDT-ONEOFF EQUAL "y"
           MOVE "Y" TO WS-MNDT-ONEOFF
         END-IF.

         MOVE REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS TO WS-BD-DATE.
         PERFORM CONVERT-DDMMYYYY-TO-INT
             THRU CONVERT-DDMMYYYY-TO-INT-EXIT.
         IF WS-BD-INT EQUAL 0
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-YYYYMMDD
         END-IF.
         MOVE WS-YYYYMMDD TO WS-MNDT-REF-YMD.

         IF WS-MANDATE-AVAILABLE NOT EQUAL "Y"
           MOVE "RCUR" TO WS-MNDT-SEQ
           IF WS-MNDT-FINAL EQUAL "Y"
             MOVE "FNAL" TO WS-MNDT-SEQ
           END-IF
           IF WS-MNDT-ONEOFF EQUAL "Y"
             MOVE "OOFF" TO WS-MNDT-SEQ
           END-IF
           GO TO LOOKUP-MANDATE-EXIT
         END-IF.

         MOVE MANDATE-REF IN WS-SEPA-FIELDS TO MND-REF.
         READ MANDATE-FILE
           INVALID KEY
             MOVE "N" TO WS-MNDT-STATE
         END-READ.

      * NOT ON FILE - THIS IS THE MANDATE'S FIRST COLLECTION, WHICH
      * CANNOT ALSO BE ITS FINAL ONE (THAT IS WHAT OOFF IS FOR).
         IF WS-MNDT-STATE EQUAL "N"
           IF WS-MNDT-ONEOFF EQUAL "Y"
             MOVE "OOFF" TO WS-MNDT-SEQ
           ELSE
             MOVE "FRST" TO WS-MNDT-SEQ
             IF WS-MNDT-FINAL EQUAL "Y"
               MOVE "Q" TO WS-MNDT-STATE
               GO TO LOOKUP-MANDATE-EXIT
             END-IF
           END-IF
           MOVE MANDATE-DATUM IN WS-SEPA-FIELDS TO WS-MNDT-LAST-X
           GO TO LOOKUP-MANDATE-EXPIRY
         END-IF.

         IF MND-KND-NR IS NUMERIC AND MND-KND-NR NOT EQUAL 0 AND
             INTERNE-KND-NR IN WS-C-SATZ IS NUMERIC AND
             INTERNE-KND-NR IN WS-C-SATZ NOT EQUAL 0 AND
             MND-KND-NR NOT EQUAL INTERNE-KND-NR IN WS-C-SATZ
           MOVE "W" TO WS-MNDT-STATE
           GO TO LOOKUP-MANDATE-EXIT
         END-IF.
         IF MND-STATUS EQUAL "C"
           MOVE "C" TO WS-MNDT-STATE
           GO TO LOOKUP-MANDATE-EXIT
         END-IF.
         IF MND-STATUS EQUAL "F"
           MOVE "F" TO WS-MNDT-STATE
           GO TO LOOKUP-MANDATE-EXIT
         END-IF.

         MOVE MND-SEQ-TP TO WS-MNDT-SEQ.
         IF WS-MNDT-SEQ EQUAL SPACES
           MOVE "FRST" TO WS-MNDT-SEQ
         END-IF.
         IF WS-MNDT-FINAL EQUAL "Y"
           IF WS-MNDT-SEQ EQUAL "FRST"
             MOVE "Q" TO WS-MNDT-STATE
             GO TO LOOKUP-MANDATE-EXIT
           END-IF
           IF WS-MNDT-SEQ EQUAL "RCUR"
             MOVE "FNAL" TO WS-MNDT-SEQ
           END-IF
         END-IF.
         IF MND-LAST-DT IS NUMERIC AND MND-LAST-DT NOT EQUAL 0
           MOVE MND-LAST-DT TO WS-MNDT-LAST-X
         ELSE
           MOVE MND-SIGN-DT TO WS-MNDT-LAST-X
         END-IF.

       LOOKUP-MANDATE-EXPIRY.
         IF WS-MNDT-LAST-X IS NOT NUMERIC
           GO TO LOOKUP-MANDATE-EXIT
         END-IF.
         MOVE WS-MNDT-LAST-X(5:4) TO WS-MNDT-LAST-YMD(1:4).
         MOVE WS-MNDT-LAST-X(3:2) TO WS-MNDT-LAST-YMD(5:2).
         MOVE WS-MNDT-LAST-X(1:2) TO WS-MNDT-LAST-YMD(7:2).
         IF WS-MNDT-LAST-YMD > 0 AND
             WS-MNDT-LAST-YMD + 30000 < WS-MNDT-REF-YMD
           MOVE "X" TO WS-MNDT-STATE
         END-IF.

       LOOKUP-MANDATE-EXIT.
         CONTINUE.

       SET-MANDATE-REFUSAL-TEXT.
         MOVE SPACES TO WS-MNDT-BAD-TEXT.
         EVALUATE WS-MNDT-STATE
           WHEN "C"
             STRING "MANDATE CANCELLED (" MND-GRUND ")"
                 DELIMITED BY SIZE INTO WS-MNDT-BAD-TEXT
           WHEN "F"
             MOVE "MANDATE ALREADY FINISHED" TO WS-MNDT-BAD-TEXT
           WHEN "X"
             MOVE "MANDATE LAPSED - 36 MONTHS" TO WS-MNDT-BAD-TEXT
           WHEN "W"
             MOVE "MANDATE OF OTHER KUNDENNUMMER" TO WS-MNDT-BAD-TEXT
           WHEN "Q"
             MOVE "FNAL BEFORE FIRST COLLECTION" TO WS-MNDT-BAD-TEXT
         END-EVALUATE.

      * NEW MANDATE MASTER RECORD FROM THE ROW IN WS-SEPA-FIELDS -
      * THE CALLER HAS SET MND-REF AND WS-MNDT-SEQ.
       FILL-NEW-MANDATE-RECORD.
         IF INTERNE-KND-NR IN WS-C-SATZ IS NUMERIC
           MOVE INTERNE-KND-NR IN WS-C-SATZ TO MND-KND-NR
         ELSE
           MOVE 0 TO MND-KND-NR
         END-IF.
         MOVE MANDATE-DATUM IN WS-SEPA-FIELDS TO MND-SIGN-DT.
         IF WS-MNDT-SEQ EQUAL "OOFF"
           MOVE "O" TO MND-TYP
           MOVE "OOFF" TO MND-SEQ-TP
         ELSE
           MOVE "R" TO MND-TYP
           MOVE "FRST" TO MND-SEQ-TP
         END-IF.
         MOVE "A" TO MND-STATUS.
         MOVE 0 TO MND-ANZAHL.
         MOVE 0 TO MND-LAST-DT.
         MOVE SPACES TO MND-GRUND.

      * SEQUENCE TYPE OF THE ROW IN WS-SEPA-FIELDS - ROWS STORED
      * BEFORE THE MANDATE MASTER CARRY SPACES AND GO OUT AS RCUR.
       GET-ROW-SEQ-TP.
         MOVE MANDATE-SEQ-TP IN WS-SEPA-FIELDS TO WS-ROW-SEQ-TP.
         IF WS-ROW-SEQ-TP EQUAL SPACES
           MOVE "RCUR" TO WS-ROW-SEQ-TP
         END-IF.

      * A RELEASED COLLECTION MOVES EACH OF ITS MANDATES ON: ONE MORE
      * COLLECTION ON THE COUNT, THE COLLECTION DATE AS LAST USE, AND
      * A FRST BECOMES RCUR. A RELEASED FNAL OR OOFF FINISHES THE
      * MANDATE. MANDATES NOT YET ON FILE (IMPORTED, TEMPLATE OR
      * RE-PRESENTED ROWS) ARE ADDED ON THE WAY.
       UPDATE-MANDATE-MASTER.
         IF WS-MANDATE-AVAILABLE NOT EQUAL "Y"
           GO TO UPDATE-MANDATE-MASTER-EXIT
         END-IF.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y" AND
               WAEHRUNG IN WS-C-SATZ EQUAL "1" AND
               MANDATE-REF IN WS-SEPA-FIELDS NOT EQUAL SPACES
             PERFORM UPDATE-ONE-MANDATE
           END-IF
         END-PERFORM.

       UPDATE-MANDATE-MASTER-EXIT.
         CONTINUE.

       UPDATE-ONE-MANDATE.
         PERFORM GET-ROW-SEQ-TP.
         MOVE WS-ROW-SEQ-TP TO WS-MNDT-SEQ.
         MOVE MANDATE-REF IN WS-SEPA-FIELDS TO MND-REF.
         MOVE "Y" TO WS-MNDT-UPD-OK.
         READ MANDATE-FILE
           INVALID KEY
             MOVE "N" TO WS-MNDT-UPD-OK
         END-READ.
         IF WS-MNDT-UPD-OK EQUAL "N"
           MOVE MANDATE-REF IN WS-SEPA-FIELDS TO MND-REF
           PERFORM FILL-NEW-MANDATE-RECORD
         END-IF.

         ADD 1 TO MND-ANZAHL.
         MOVE REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS TO MND-LAST-DT.
         IF WS-ROW-SEQ-TP EQUAL "FNAL" OR WS-ROW-SEQ-TP EQUAL "OOFF"
           MOVE "F" TO MND-STATUS
           MOVE WS-ROW-SEQ-TP TO MND-GRUND
         END-IF.
         IF WS-ROW-SEQ-TP NOT EQUAL "OOFF"
           MOVE "RCUR" TO MND-SEQ-TP
         END-IF.

         IF WS-MNDT-UPD-OK EQUAL "N"
           WRITE MANDATE-RECORD
             INVALID KEY
               DISPLAY "WARNING: MANDATE MASTER NOT UPDATED (STATUS "
                   WS-MANDATE-STATUS ")" LINE 23 COL 5
           END-WRITE
         ELSE
           REWRITE MANDATE-RECORD
             INVALID KEY
               DISPLAY "WARNING: MANDATE MASTER NOT UPDATED (STATUS "
                   WS-MANDATE-STATUS ")" LINE 23 COL 5
           END-REWRITE
         END-IF.

      * SCROLLABLE REVIEW OF THE BATCH SO FAR - LIST, JUMP INTO A ROW
      * TO FIX IT, OR DROP A ROW ENTIRELY, BEFORE THE BATCH IS WRITTEN.
       REVIEW-BATCH.
             COMPUTE WS-BROWSE-LINE-NO =
                 WS-BROWSE-ROWNUM - WS-BROWSE-START + 4
             COMPUTE WS-BROWSE-BETRAG-EDIT = BETRAG IN WS-C-SATZ / 100
      * COLUMN 8 CARRIES THE BANK-CHANGE MARKER AND COLUMN 9 THE
      * SANCTIONS-HOLD MARKER, SO A ROW CAN SHOW BOTH.
             MOVE SPACES TO WS-BROWSE-LINE
             STRING WS-BROWSE-ROWNUM "   "
                 NAME-BEGUENSTIGTER IN WS-C-SATZ " "
                 WS-BROWSE-BETRAG-EDIT " "
                 VERWENDUNGSZWECK IN WS-C-SATZ
                 DELIMITED BY SIZE INTO WS-BROWSE-LINE
             PERFORM CHECK-ROW-BANK-CHANGE
             IF WS-BCHG-HIT EQUAL "Y"
               MOVE "!" TO WS-BROWSE-LINE(8:1)
             END-IF
             IF SAN-STATUS IN WS-SEPA-FIELDS EQUAL "H"
               MOVE "H" TO WS-BROWSE-LINE(9:1)
             END-IF
             DISPLAY WS-BROWSE-LINE LINE WS-BROWSE-LINE-NO COL 2
           END-IF
         END-PERFORM.
       EDIT-C-SATZ-ROW.
         MOVE WS-EDIT-ROW TO WS-C-IDX.
         PERFORM GET-BATCH-ROW.
         IF BATCH-IS-FOREIGN
           PERFORM ACCEPT-AND-VALIDATE-ZV-SATZ
         ELSE
           PERFORM ACCEPT-AND-VALIDATE-C-SATZ
         END-IF.
         MOVE WS-EDIT-ROW TO WS-C-IDX.
         PERFORM APPLY-SANCTIONS-SCREENING
             THRU APPLY-SANCTIONS-SCREENING-EXIT.
         IF SAN-STATUS IN WS-SEPA-FIELDS EQUAL "H"
           DISPLAY "SANCTIONS LIST HIT - PAYMENT ON HOLD FOR "
               "COMPLIANCE REVIEW" LINE 23 COL 5
         END-IF.
         PERFORM PUT-BATCH-ROW.
         PERFORM CHECKPOINT-SAVE THRU CHECKPOINT-SAVE-EXIT.

      * CHECKPOINT ARE ONE-PER-LOGICAL-BATCH AS BEFORE. ANY FAILED
      * PART ABORTS THE WHOLE SAVE SO NOTHING RECORDS PAYMENTS THAT
      * WERE NEVER WRITTEN.
      * A FOREIGN BATCH WRITES ITS DTAZV PARTS HERE INSTEAD, WITH THE
      * SAME PART SPLIT, HISTORY, MANIFEST AND CHECKPOINT HANDLING.
       WRITE-DTAUS-FILE.
         MOVE "N" TO WS-DTAUS-SAVED.
         PERFORM ASSIGN-OUTPUT-PARTS.
         MOVE 1 TO WS-CUR-PART.
         PERFORM UNTIL WS-CUR-PART > WS-PART-COUNT OR
             WS-PART-FAIL EQUAL "Y"
           IF BATCH-IS-FOREIGN
             PERFORM WRITE-DTAZV-PART THRU WRITE-DTAZV-PART-EXIT
           ELSE
             PERFORM WRITE-DTAUS-PART THRU WRITE-DTAUS-PART-EXIT
           END-IF
           ADD 1 TO WS-CUR-PART
         END-PERFORM.
         IF WS-PART-FAIL EQUAL "Y"
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y" AND
               WS-ROW-PART EQUAL WS-CUR-PART
             IF WS-ORIG-IN-USE EQUAL "Y" AND
                 WS-BATCH-ORIG-ID NOT EQUAL SPACES
               PERFORM TAKE-ORIGINATOR-ON-ROW
             END-IF
             MOVE ZWEISTELLIGE-ANZAHL IN WS-C-SATZ TO WS-ERW-COUNT-NUM
             COMPUTE SATZLAENGE IN WS-C-SATZ =
                 187 + (29 * WS-ERW-COUNT-NUM)
       WRITE-DTAUS-PART-EXIT.
         CONTINUE.

      * ONE PHYSICAL DTAZV FILE FOR THE PART IN WS-CUR-PART - THE
      * Q-SATZ, ONE T-SATZ PER ACTIVE ROW OF THE PART AND THE Z-SATZ
      * WITH THE PART'S OWN COUNT AND AMOUNT TOTAL. A FAILED OPEN OR
      * WRITE STOPS THE WHOLE SAVE, SAME AS ON THE DTAUS SIDE.
       WRITE-DTAZV-PART.
         PERFORM BUILD-OUTPUT-FILE-NAMES.
         IF WS-CUR-PART EQUAL 1
           MOVE WS-DTAZV-FILE-NAME TO WS-MANIFEST-DTAUS-NAME
           MOVE SPACES TO WS-MANIFEST-SEPA-NAME
           MOVE WS-REPORT-FILE-NAME TO WS-MANIFEST-REPORT-NAME
         END-IF.

         OPEN OUTPUT DTAZV-FILE.
         IF WS-DTAZV-STATUS NOT EQUAL "00"
           DISPLAY "DTAZV FILE OPEN FAILED (STATUS "
               WS-DTAZV-STATUS ") - BATCH NOT WRITTEN" LINE 24 COL 5
           MOVE "Y" TO WS-PART-FAIL
           GO TO WRITE-DTAZV-PART-EXIT
         END-IF.

      * BOTH DATES GO OUT AS YYMMDD - THE FILE DATE FROM THE A-SATZ
      * (DDMMYY), THE EXECUTION DATE FROM THE BATCH SETUP (DDMMYYYY).
         MOVE DATEIERSTELLUNGSDATUM IN WS-A-SATZ(5:2)
             TO WS-ZV-YYMMDD(1:2).
         MOVE DATEIERSTELLUNGSDATUM IN WS-A-SATZ(3:2)
             TO WS-ZV-YYMMDD(3:2).
         MOVE DATEIERSTELLUNGSDATUM IN WS-A-SATZ(1:2)
             TO WS-ZV-YYMMDD(5:2).
         MOVE WS-ZV-YYMMDD TO ZVQ-ERSTELLUNGSDATUM.
         MOVE REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS TO WS-ZV-DATE-X.
         MOVE WS-ZV-DATE-X(7:2) TO WS-ZV-YYMMDD(1:2).
         MOVE WS-ZV-DATE-X(3:2) TO WS-ZV-YYMMDD(3:2).
         MOVE WS-ZV-DATE-X(1:2) TO WS-ZV-YYMMDD(5:2).
         MOVE WS-ZV-YYMMDD TO ZVQ-AUSFUEHRUNGSDATUM.

         MOVE BLZ-DATEIEMPFAENGER IN WS-A-SATZ TO ZVQ-BLZ.
         MOVE KONTONUMMER-ABSENDER IN WS-A-SATZ TO ZVQ-KUNDENNUMMER.
         MOVE SPACES TO ZVQ-AUFTRAGGEBER(1).
         MOVE SPACES TO ZVQ-AUFTRAGGEBER(2).
         MOVE SPACES TO ZVQ-AUFTRAGGEBER(3).
         MOVE SPACES TO ZVQ-AUFTRAGGEBER(4).
         MOVE NAME-ABSENDER IN WS-A-SATZ TO ZVQ-AUFTRAGGEBER(1).
         MOVE SPACES TO ZVQ-FIRMENNUMMER.
         MOVE 256 TO WS-DTAZV-RECLEN.
         MOVE WS-ZV-Q-SATZ TO DTAZV-RECORD.
         WRITE DTAZV-RECORD.
         IF WS-DTAZV-STATUS NOT EQUAL "00"
           GO TO WRITE-DTAZV-PART-FAIL
         END-IF.

         MOVE 0 TO WS-ZV-COUNT.
         MOVE 0 TO WS-ZV-SUM-UNITS.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT OR
                 WS-PART-FAIL EQUAL "Y"
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y" AND
               WS-ROW-PART EQUAL WS-CUR-PART
             PERFORM BUILD-ZV-T-SATZ
             MOVE 768 TO WS-DTAZV-RECLEN
             MOVE WS-ZV-T-SATZ TO DTAZV-RECORD
             WRITE DTAZV-RECORD
             IF WS-DTAZV-STATUS NOT EQUAL "00"
               MOVE "Y" TO WS-PART-FAIL
             END-IF
           END-IF
         END-PERFORM.
         IF WS-PART-FAIL EQUAL "Y"
           GO TO WRITE-DTAZV-PART-FAIL
         END-IF.

         MOVE WS-ZV-COUNT TO ZVZ-ANZAHL-T-SAETZE.
         MOVE WS-ZV-SUM-UNITS TO ZVZ-SUMME-BETRAEGE.
         MOVE 256 TO WS-DTAZV-RECLEN.
         MOVE WS-ZV-Z-SATZ TO DTAZV-RECORD.
         WRITE DTAZV-RECORD.
         IF WS-DTAZV-STATUS NOT EQUAL "00"
           GO TO WRITE-DTAZV-PART-FAIL
         END-IF.

         CLOSE DTAZV-FILE.
         GO TO WRITE-DTAZV-PART-EXIT.

       WRITE-DTAZV-PART-FAIL.
         DISPLAY "DTAZV FILE WRITE FAILED (STATUS "
             WS-DTAZV-STATUS ") - BATCH NOT WRITTEN" LINE 24 COL 5.
         CLOSE DTAZV-FILE.
         MOVE "Y" TO WS-PART-FAIL.

       WRITE-DTAZV-PART-EXIT.
         CONTINUE.

      * FILLS WS-ZV-T-SATZ FROM THE ROW IN WS-C-SATZ/WS-SEPA-FIELDS
      * AND ADDS IT TO THE Z-SATZ TOTALS. THE EXECUTION DATE IS
      * STILL IN WS-ZV-YYMMDD FROM THE Q-SATZ. AN ACCOUNT NUMBER
      * THAT IS NOT AN IBAN GOES OUT WITH THE LEADING "/" THE FORMAT
      * ASKS FOR; THE EXTENSION SEGMENTS BECOME PURPOSE LINES 2-3.
       BUILD-ZV-T-SATZ.
         MOVE BLZ-ABSENDERBANK IN WS-A-SATZ TO ZVT-BLZ-AUFTRAGGEBER.
         MOVE KONTONUMMER-ABSENDER IN WS-A-SATZ
             TO ZVT-KTO-AUFTRAGGEBER.
         MOVE WS-ZV-YYMMDD TO ZVT-AUSFUEHRUNGSDATUM.
         MOVE 0 TO ZVT-BLZ-ENTGELT.
         MOVE SPACES TO ZVT-WAEHRUNG-ENTGELT.
         MOVE 0 TO ZVT-KTO-ENTGELT.
         MOVE BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS
             TO ZVT-BIC-EMPFAENGERBANK.
         MOVE LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS
             TO ZVT-LAND-EMPFAENGERBANK.
         MOVE SPACES TO ZVT-ANSCHRIFT-BANK(1).
         MOVE SPACES TO ZVT-ANSCHRIFT-BANK(2).
         MOVE SPACES TO ZVT-ANSCHRIFT-BANK(3).
         MOVE SPACES TO ZVT-ANSCHRIFT-BANK(4).
         MOVE LAND-BEGUENSTIGTER IN WS-SEPA-FIELDS
             TO ZVT-LAND-BEGUENSTIGTER.
         MOVE NAME-BEGUENSTIGTER IN WS-C-SATZ TO ZVT-BEGUENSTIGTER(1).
         MOVE STRASSE-BEGUENSTIGTER IN WS-SEPA-FIELDS
             TO ZVT-BEGUENSTIGTER(2).
         MOVE ORT-BEGUENSTIGTER IN WS-SEPA-FIELDS
             TO ZVT-BEGUENSTIGTER(3).
         MOVE SPACES TO ZVT-BEGUENSTIGTER(4).
         MOVE SPACES TO ZVT-ORDERVERMERK.

         MOVE SPACES TO ZVT-KONTO-BEGUENSTIGTER.
         IF IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS(1:2) IS ALPHABETIC
             AND IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS(3:2) IS NUMERIC
           MOVE IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS
               TO ZVT-KONTO-BEGUENSTIGTER
         ELSE
           STRING "/" IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS
               DELIMITED BY SIZE INTO ZVT-KONTO-BEGUENSTIGTER
         END-IF.

         MOVE SPACES TO ZVT-WAEHRUNG-AUFTRAG.
         PERFORM VARYING WS-CUR-IDX FROM 1 BY 1 UNTIL WS-CUR-IDX > 5
           IF WS-CURRENCY-CODE(WS-CUR-IDX) EQUAL WAEHRUNG IN WS-C-SATZ
             MOVE WS-CURRENCY-ISO(WS-CUR-IDX) TO ZVT-WAEHRUNG-AUFTRAG
           END-IF
         END-PERFORM.
         COMPUTE ZVT-BETRAG = BETRAG IN WS-C-SATZ * 10.

         MOVE VERWENDUNGSZWECK IN WS-C-SATZ
             TO ZVT-VERWENDUNGSZWECK(1).
         MOVE SPACES TO ZVT-VERWENDUNGSZWECK(2).
         MOVE SPACES TO ZVT-VERWENDUNGSZWECK(3).
         MOVE SPACES TO ZVT-VERWENDUNGSZWECK(4).
         IF ZWEISTELLIGE-ANZAHL IN WS-C-SATZ EQUAL "01" OR
             ZWEISTELLIGE-ANZAHL IN WS-C-SATZ EQUAL "02"
           MOVE WS-ERW-TEXT(1) TO ZVT-VERWENDUNGSZWECK(2)
         END-IF.
         IF ZWEISTELLIGE-ANZAHL IN WS-C-SATZ EQUAL "02"
           MOVE WS-ERW-TEXT(2) TO ZVT-VERWENDUNGSZWECK(3)
         END-IF.
         MOVE "00000000" TO ZVT-WEISUNGSSCHLUESSEL.
         MOVE SPACES TO ZVT-ZUSATZINFO.

         EVALUATE ENTGELTREGELUNG IN WS-SEPA-FIELDS
           WHEN "OUR"
             MOVE "01" TO ZVT-ENTGELTREGELUNG
           WHEN "BEN"
             MOVE "02" TO ZVT-ENTGELTREGELUNG
           WHEN OTHER
             MOVE "00" TO ZVT-ENTGELTREGELUNG
         END-EVALUATE.
         MOVE SPACES TO ZVT-VARIABLER-TEXT.
         MOVE SPACES TO ZVT-ANSPRECHPARTNER.

         IF AWV-KENNZAHL IN WS-SEPA-FIELDS EQUAL SPACES
           MOVE "0" TO ZVT-MELDESCHLUESSEL
           MOVE SPACES TO ZVT-AWV-KENNZAHL
           MOVE SPACES TO ZVT-AWV-LAND
           MOVE SPACES TO ZVT-AWV-ZWECK
         ELSE
           MOVE "1" TO ZVT-MELDESCHLUESSEL
           MOVE AWV-KENNZAHL IN WS-SEPA-FIELDS TO ZVT-AWV-KENNZAHL
           MOVE AWV-LAND IN WS-SEPA-FIELDS TO ZVT-AWV-LAND
           MOVE AWV-ZWECK IN WS-SEPA-FIELDS TO ZVT-AWV-ZWECK
         END-IF.

         ADD 1 TO WS-ZV-COUNT.
         COMPUTE WS-ZV-UNITS = BETRAG IN WS-C-SATZ / 100.
         ADD WS-ZV-UNITS TO WS-ZV-SUM-UNITS.

      * WALKS THE ACTIVE ROWS IN ORDER AND STAMPS A PART NUMBER ON
      * EACH, OPENING A NEW PART WHENEVER THE NEXT ROW WOULD PUSH
      * THE RUNNING ITEM COUNT OVER FILEMAX OR THE RUNNING AMOUNT
             MOVE "<CdtTrfTxInf>" TO SEPA-LINE
             WRITE SEPA-LINE

      * AN AP PAYMENT CARRIES ITS DOCUMENT NUMBER BEHIND THE
      * SEQUENCE - "0000012/RE-4711" - SO THE BANK HANDS IT BACK ON
      * THE STATEMENT AND IN ANY PAIN.002 REJECT.
             MOVE SPACES TO SEPA-LINE
             IF AP-BELEG-NR IN WS-SEPA-FIELDS EQUAL SPACES
               STRING "<PmtId><EndToEndId>" WS-SEPA-TX-SEQ
                   "</EndToEndId></PmtId>"
                   DELIMITED BY SIZE INTO SEPA-LINE
             ELSE
               MOVE AP-BELEG-NR IN WS-SEPA-FIELDS TO WS-XML-INPUT
               PERFORM ESCAPE-XML-TEXT
               STRING "<PmtId><EndToEndId>" WS-SEPA-TX-SEQ "/"
                   FUNCTION TRIM(WS-XML-ESCAPED)
                   "</EndToEndId></PmtId>"
                   DELIMITED BY SIZE INTO SEPA-LINE
             END-IF
             WRITE SEPA-LINE

             MOVE SPACES TO SEPA-LINE
         MOVE "</GrpHdr>" TO SEPA-LINE.
         WRITE SEPA-LINE.

      * ONE PMTINF BLOCK PER SEQUENCE TYPE PRESENT IN THIS PART -
      * SEQTP SITS ON THE PAYMENT INFORMATION IN PAIN.008.001.02, SO
      * FRST, RCUR, FNAL AND OOFF COLLECTIONS CANNOT SHARE A BLOCK.
         PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1 UNTIL WS-SEQ-IDX > 4
           PERFORM WRITE-PAIN008-PMTINF
               THRU WRITE-PAIN008-PMTINF-EXIT
         END-PERFORM.

         MOVE "</CstmrDrctDbtInitn>" TO SEPA-LINE.
         WRITE SEPA-LINE.
         MOVE "</Document>" TO SEPA-LINE.
         WRITE SEPA-LINE.

         CLOSE SEPA-FILE.

      * ONE PMTINF BLOCK OF THE CURRENT PART FOR SEQUENCE TYPE
      * WS-SEQ-TYPE(WS-SEQ-IDX), SKIPPED WHEN NO ROW CARRIES IT. THE
      * ENDTOENDID IS THE ROW'S POSITION AMONG ALL EUR ROWS OF THE
      * BATCH, SO REGROUPING BY SEQUENCE TYPE DOES NOT DISTURB THE
      * PAIN.002 MATCHING.
       WRITE-PAIN008-PMTINF.
         MOVE 0 TO WS-SEQ-GRP-COUNT.
         MOVE 0 TO WS-SEQ-GRP-SUM.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y" AND
               WS-ROW-PART EQUAL WS-CUR-PART AND
               WAEHRUNG IN WS-C-SATZ EQUAL "1"
             PERFORM GET-ROW-SEQ-TP
             IF WS-ROW-SEQ-TP EQUAL WS-SEQ-TYPE(WS-SEQ-IDX)
               ADD 1 TO WS-SEQ-GRP-COUNT
               ADD BETRAG IN WS-C-SATZ TO WS-SEQ-GRP-SUM
             END-IF
           END-IF
         END-PERFORM.
         IF WS-SEQ-GRP-COUNT EQUAL 0
           GO TO WRITE-PAIN008-PMTINF-EXIT
         END-IF.

         MOVE "<PmtInf>" TO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE SPACES TO SEPA-LINE.
         STRING "<PmtInfId>" SAMMEL-REF-NR IN WS-A-SATZ "-"
             WS-SEQ-TYPE(WS-SEQ-IDX) "</PmtInfId>"
             DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE "<PmtMtd>DD</PmtMtd>" TO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE SPACES TO SEPA-LINE.
         STRING "<NbOfTxs>" WS-SEQ-GRP-COUNT "</NbOfTxs>"
             DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         COMPUTE WS-SEPA-CTRLSUM = WS-SEQ-GRP-SUM / 100.
         MOVE WS-SEPA-CTRLSUM TO WS-SEPA-CTRLSUM-EDIT.
         MOVE SPACES TO SEPA-LINE.
         STRING "<CtrlSum>" FUNCTION TRIM(WS-SEPA-CTRLSUM-EDIT)
             "</CtrlSum>" DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE SPACES TO SEPA-LINE.
         STRING "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
             "<LclInstrm><Cd>CORE</Cd></LclInstrm>"
             "<SeqTp>" WS-SEQ-TYPE(WS-SEQ-IDX) "</SeqTp></PmtTpInf>"
             DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

             DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE 0 TO WS-SEPA-ROW-ORD.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
      * SEPA COVERS EUR ONLY - SAME SKIP RULE AS THE PAIN.001 EXPORT.
           IF WS-ROW-ACTIVE EQUAL "Y" AND
               WAEHRUNG IN WS-C-SATZ EQUAL "1"
             ADD 1 TO WS-SEPA-ROW-ORD
             IF WS-ROW-PART EQUAL WS-CUR-PART
               PERFORM GET-ROW-SEQ-TP
               IF WS-ROW-SEQ-TP EQUAL WS-SEQ-TYPE(WS-SEQ-IDX)
                 PERFORM WRITE-PAIN008-TX
               END-IF
             END-IF
           END-IF
         END-PERFORM.

         MOVE "</PmtInf>" TO SEPA-LINE.
         WRITE SEPA-LINE.

       WRITE-PAIN008-PMTINF-EXIT.
         CONTINUE.

      * ONE DRCTDBTTXINF FOR THE ROW IN WS-C-SATZ/WS-SEPA-FIELDS.
       WRITE-PAIN008-TX.
         COMPUTE WS-SEPA-AMOUNT = BETRAG IN WS-C-SATZ / 100.
         MOVE WS-SEPA-AMOUNT TO WS-SEPA-AMOUNT-EDIT.
         ADD 1 TO WS-SEPA-TX-SEQ.

         MOVE "<DrctDbtTxInf>" TO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE SPACES TO SEPA-LINE.
         STRING "<PmtId><EndToEndId>" WS-SEPA-ROW-ORD
             "</EndToEndId></PmtId>"
             DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE SPACES TO SEPA-LINE.
         STRING "<InstdAmt Ccy=""EUR"">"
             FUNCTION TRIM(WS-SEPA-AMOUNT-EDIT)
             "</InstdAmt>" DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE MANDATE-DATUM IN WS-SEPA-FIELDS TO WS-MNDT-DT-X.
         MOVE SPACES TO WS-MNDT-DT-ISO.
         STRING WS-MNDT-DT-X(5:4) "-" WS-MNDT-DT-X(3:2)
             "-" WS-MNDT-DT-X(1:2)
             DELIMITED BY SIZE INTO WS-MNDT-DT-ISO.
         MOVE SPACES TO SEPA-LINE.
         STRING "<DrctDbtTx><MndtRltdInf><MndtId>"
             FUNCTION TRIM(MANDATE-REF IN WS-SEPA-FIELDS)
             "</MndtId><DtOfSgntr>" WS-MNDT-DT-ISO
             "</DtOfSgntr></MndtRltdInf></DrctDbtTx>"
             DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE SPACES TO SEPA-LINE.
         STRING "<DbtrAgt><FinInstnId><BIC>"
             BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS
             "</BIC></FinInstnId></DbtrAgt>"
             DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE NAME-BEGUENSTIGTER IN WS-C-SATZ TO WS-XML-INPUT.
         PERFORM ESCAPE-XML-TEXT.
         MOVE SPACES TO SEPA-LINE.
         STRING "<Dbtr><Nm>" FUNCTION TRIM(WS-XML-ESCAPED)
             "</Nm></Dbtr>" DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE SPACES TO SEPA-LINE.
         STRING "<DbtrAcct><Id><IBAN>"
             IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS
             "</IBAN></Id></DbtrAcct>"
             DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE VERWENDUNGSZWECK IN WS-C-SATZ TO WS-XML-INPUT.
         PERFORM ESCAPE-XML-TEXT.
         MOVE SPACES TO SEPA-LINE.
         STRING "<RmtInf><Ustrd>" FUNCTION TRIM(WS-XML-ESCAPED)
             "</Ustrd></RmtInf>" DELIMITED BY SIZE INTO SEPA-LINE.
         WRITE SEPA-LINE.

         MOVE "</DrctDbtTxInf>" TO SEPA-LINE.
         WRITE SEPA-LINE.

      * PRINTABLE AUDIT-TRAIL LISTING - ONE LINE PER ACTIVE C-SATZ
      * PLUS THE E-SATZ BATCH TOTALS, WRITTEN RIGHT AFTER THE BATCH
       PRINT-REPORT-LISTING.
         MOVE 0 TO WS-CUR-PART.
         PERFORM COMPUTE-E-SATZ-TOTALS.
         MOVE 0 TO WS-ZV-AWV-COUNT.

         OPEN OUTPUT REPORT-FILE.

         MOVE SPACES TO REPORT-LINE.
         IF BATCH-IS-FOREIGN
           STRING "DTAZV BATCH AUDIT TRAIL - REF "
               SAMMEL-REF-NR IN WS-A-SATZ
               DELIMITED BY SIZE INTO REPORT-LINE
         ELSE
           STRING "DTAUS BATCH AUDIT TRAIL - REF "
               SAMMEL-REF-NR IN WS-A-SATZ
               DELIMITED BY SIZE INTO REPORT-LINE
         END-IF.
         WRITE REPORT-LINE.

      * FOUR-EYES TRAIL - WHO KEYED THE BATCH AND WHO RELEASED IT.
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
         END-IF.
         IF WS-BCHG-ACK-BY NOT EQUAL SPACES
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGED BANK DETAILS: " WS-BCHG-ROW-COUNT
               " PAYMENTS ACKNOWLEDGED BY " WS-BCHG-ACK-BY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
         END-IF.
         MOVE SPACES TO REPORT-LINE.
         STRING "SANCTIONS SCREENING : " WS-SAN-CLEAR-COUNT
             " HITS CLEARED BY COMPLIANCE, " WS-SAN-BLOCKED-TOTAL
             " PAYMENTS REMOVED AS CONFIRMED HITS"
             DELIMITED BY SIZE INTO REPORT-LINE.
         WRITE REPORT-LINE.

         MOVE SPACES TO REPORT-LINE.
         WRITE REPORT-LINE.
                 TEXTSCHLUESSEL IN WS-C-SATZ
                 DELIMITED BY SIZE INTO REPORT-LINE
             WRITE REPORT-LINE
             IF BATCH-IS-FOREIGN
               PERFORM WRITE-ZV-REPORT-LINES
             END-IF
             PERFORM CHECK-ROW-BANK-CHANGE
             IF WS-BCHG-HIT EQUAL "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "    ! BANK DETAILS CHANGED " WS-BCHG-HIT-DATUM
                   " - ACKNOWLEDGED BY " WS-BCHG-ACK-BY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
             END-IF
             IF SAN-STATUS IN WS-SEPA-FIELDS EQUAL "F"
               MOVE SPACES TO REPORT-LINE
               STRING "    SANCTIONS HIT CLEARED BY COMPLIANCE - "
                   "HIT ID " SAN-HIT-ID IN WS-SEPA-FIELDS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
             END-IF
           END-IF
         END-PERFORM.

             DELIMITED BY SIZE INTO REPORT-LINE.
         WRITE REPORT-LINE.

         IF BATCH-IS-FOREIGN
           MOVE SPACES TO REPORT-LINE
           STRING "  AWV-MELDUNGEN (Z4) : " WS-ZV-AWV-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
         END-IF.

         CLOSE REPORT-FILE.

      * THE FOREIGN PAYMENT DETAIL UNDER A ROW OF THE AUDIT LISTING -
      * BANK, ACCOUNT, COUNTRIES AND CHARGES, AND THE AWV REPORT
      * WHEN THE PAYMENT CARRIES ONE.
       WRITE-ZV-REPORT-LINES.
         MOVE SPACES TO REPORT-LINE.
         STRING "    BIC " BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS
             " LAND " LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS
             " KONTO " IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS
             " BEG.LAND " LAND-BEGUENSTIGTER IN WS-SEPA-FIELDS
             " ENTGELT " ENTGELTREGELUNG IN WS-SEPA-FIELDS
             DELIMITED BY SIZE INTO REPORT-LINE.
         WRITE REPORT-LINE.
         IF AWV-KENNZAHL IN WS-SEPA-FIELDS NOT EQUAL SPACES
           ADD 1 TO WS-ZV-AWV-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    AWV-MELDUNG Z4: KENNZAHL "
               AWV-KENNZAHL IN WS-SEPA-FIELDS
               " LAND " AWV-LAND IN WS-SEPA-FIELDS
               " ZWECK " AWV-ZWECK IN WS-SEPA-FIELDS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
         END-IF.

      * GL JOURNAL OF A RELEASED BATCH - BOOKED ON THE EXECUTION
      * DATE, ONE BOOKING PER ACTIVE ROW ACROSS ALL PARTS.
       WRITE-GL-RELEASE-JOURNAL.
         MOVE SPACES TO WS-GL-FILE-NAME.
         STRING "GLJ_" DATEIERSTELLUNGSDATUM IN WS-A-SATZ
             "_" SAMMEL-REF-NR IN WS-A-SATZ ".TXT"
             DELIMITED BY SIZE INTO WS-GL-FILE-NAME.
         MOVE SPACES TO WS-GL-JOURNAL-ID.
         STRING "REL" SAMMEL-REF-NR IN WS-A-SATZ
             DELIMITED BY SIZE INTO WS-GL-JOURNAL-ID.
         MOVE "REL" TO WS-GL-ART.
         MOVE "N" TO WS-GL-UMKEHR.
         IF BATCH-IS-COLLECTION
           MOVE "Y" TO WS-GL-LASTSCHRIFT
         ELSE
           MOVE "N" TO WS-GL-LASTSCHRIFT
         END-IF.
         MOVE REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS TO WS-GL-DATE-X.
         MOVE WS-GL-DATE-X(5:4) TO WS-GL-BUCHUNGSDATUM(1:4).
         MOVE WS-GL-DATE-X(3:2) TO WS-GL-BUCHUNGSDATUM(5:2).
         MOVE WS-GL-DATE-X(1:2) TO WS-GL-BUCHUNGSDATUM(7:2).
         PERFORM WRITE-GL-BATCH-JOURNAL
             THRU WRITE-GL-BATCH-JOURNAL-EXIT.

       WRITE-GL-RELEASE-JOURNAL-EXIT.
         CONTINUE.

      * ONE GL JOURNAL OVER THE ACTIVE ROWS NOW IN BATCHWRK, FOR THE
      * ORIGINATOR ACCOUNT OF THE A-SATZ. THE CALLER SETS THE FILE
      * NAME, JOURNAL ART/ID, DIRECTION FLAGS AND BOOKING DATE; THE
      * CONTROL SUM IS THE E-SATZ TOTAL OF THE SAME ROWS.
       WRITE-GL-BATCH-JOURNAL.
         MOVE 0 TO WS-CUR-PART.
         PERFORM COMPUTE-E-SATZ-TOTALS.
         MOVE SUMME-EUR-BETRAEGE IN WS-E-SATZ TO WS-GL-KONTROLLSUMME.
         PERFORM OPEN-GL-JOURNAL THRU OPEN-GL-JOURNAL-EXIT.
         IF WS-GL-OPEN NOT EQUAL "Y"
           GO TO WRITE-GL-BATCH-JOURNAL-EXIT
         END-IF.

         IF FUNCTION TEST-NUMVAL(KONTONUMMER-ABSENDER IN WS-A-SATZ)
             EQUAL 0
           MOVE FUNCTION NUMVAL(KONTONUMMER-ABSENDER IN WS-A-SATZ)
               TO WS-GL-ORIG-NUM
         ELSE
           MOVE 0 TO WS-GL-ORIG-NUM
         END-IF.

         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y"
             MOVE TEXTSCHLUESSEL IN WS-C-SATZ TO WS-GL-TS
             MOVE BETRAG IN WS-C-SATZ TO WS-GL-BETRAG
             MOVE SPACES TO WS-GL-WAEHRUNG
             PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                 UNTIL WS-CUR-IDX > 5
               IF WS-CURRENCY-CODE(WS-CUR-IDX) EQUAL
                   WAEHRUNG IN WS-C-SATZ
                 MOVE WS-CURRENCY-ISO(WS-CUR-IDX) TO WS-GL-WAEHRUNG
               END-IF
             END-PERFORM
             MOVE VERWENDUNGSZWECK IN WS-C-SATZ TO WS-GL-TEXT
             MOVE WS-C-IDX TO WS-GL-ROW-NR
             MOVE SPACES TO WS-GL-BELEG
             STRING WS-GL-JOURNAL-ID(4:10) "/" WS-GL-ROW-NR
                 DELIMITED BY SIZE INTO WS-GL-BELEG
             PERFORM BOOK-GL-ENTRY THRU BOOK-GL-ENTRY-EXIT
           END-IF
         END-PERFORM.

         PERFORM CLOSE-GL-JOURNAL THRU CLOSE-GL-JOURNAL-EXIT.

       WRITE-GL-BATCH-JOURNAL-EXIT.
         CONTINUE.

      * OPENS WS-GL-FILE-NAME AND WRITES THE K LINE. A FAILED OPEN
      * ONLY WARNS - THE PAYMENTS THEMSELVES ARE ALREADY OUT, AND
      * FINANCE CAN STILL BOOK FROM THE AUDIT LISTING.
       OPEN-GL-JOURNAL.
         MOVE "N" TO WS-GL-OPEN.
         MOVE 0 TO WS-GL-LINES.
         MOVE 0 TO WS-GL-SUM-SOLL.
         MOVE 0 TO WS-GL-SUM-HABEN.
         MOVE 0 TO WS-GL-SUSPENSE-COUNT.
         OPEN OUTPUT GL-FILE.
         IF WS-GL-STATUS NOT EQUAL "00"
           STRING "GL JOURNAL " WS-GL-FILE-NAME " NOT WRITTEN "
               "(STATUS " WS-GL-STATUS ")"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           MOVE 22 TO WS-MSG-LINE
           PERFORM SHOW-MESSAGE
           GO TO OPEN-GL-JOURNAL-EXIT
         END-IF.
         MOVE "Y" TO WS-GL-OPEN.

         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-GL-ART TO GLK-JOURNAL-ART.
         MOVE WS-GL-JOURNAL-ID TO GLK-JOURNAL-ID.
         MOVE WS-CURRENT-DATETIME(1:14) TO GLK-ERSTELLT.
         MOVE WS-OPERATOR-ID TO GLK-OPERATOR.
         MOVE WS-GL-KOPF TO GL-LINE.
         WRITE GL-LINE.

       OPEN-GL-JOURNAL-EXIT.
         CONTINUE.

      * ONE BOOKING = AN S AND AN H LINE. EXPECTS WS-GL-TS, WS-GL-
      * ORIG-NUM, WS-GL-BETRAG, WS-GL-WAEHRUNG, WS-GL-TEXT AND
      * WS-GL-BELEG; THE ACCOUNTS COME FROM THE GLMAP.CFG TABLES.
       BOOK-GL-ENTRY.
         IF WS-GL-OPEN NOT EQUAL "Y"
           GO TO BOOK-GL-ENTRY-EXIT
         END-IF.

         MOVE WS-GL-SUSPENSE-KTO TO WS-GL-TS-KTO.
         PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
             UNTIL WS-GLT-IDX > WS-GL-TS-COUNT
           IF GL-TS-KEY(WS-GLT-IDX) EQUAL WS-GL-TS
             MOVE GL-TS-KONTO(WS-GLT-IDX) TO WS-GL-TS-KTO
           END-IF
         END-PERFORM.
         IF WS-GL-TS-KTO EQUAL WS-GL-SUSPENSE-KTO
           ADD 1 TO WS-GL-SUSPENSE-COUNT
         END-IF.

         MOVE WS-GL-BANK-DEFAULT TO WS-GL-BANK-KTO.
         IF WS-GL-ORIG-NUM > 0
           PERFORM VARYING WS-GLB-IDX FROM 1 BY 1
               UNTIL WS-GLB-IDX > WS-GL-BANK-COUNT
             IF GL-BANK-ORIG-KTO(WS-GLB-IDX) EQUAL WS-GL-ORIG-NUM
               MOVE GL-BANK-KONTO(WS-GLB-IDX) TO WS-GL-BANK-KTO
             END-IF
           END-PERFORM
         END-IF.
         IF WS-GL-BANK-KTO EQUAL SPACES
           MOVE WS-GL-SUSPENSE-KTO TO WS-GL-BANK-KTO
           ADD 1 TO WS-GL-SUSPENSE-COUNT
         END-IF.

         IF WS-GL-LASTSCHRIFT EQUAL WS-GL-UMKEHR
           MOVE WS-GL-TS-KTO TO WS-GL-SOLL-KTO
           MOVE WS-GL-BANK-KTO TO WS-GL-HABEN-KTO
         ELSE
           MOVE WS-GL-BANK-KTO TO WS-GL-SOLL-KTO
           MOVE WS-GL-TS-KTO TO WS-GL-HABEN-KTO
         END-IF.

         MOVE WS-GL-ART TO GLB-JOURNAL-ART.
         MOVE WS-GL-BUCHUNGSDATUM TO GLB-BUCHUNGSDATUM.
         MOVE WS-GL-BELEG TO GLB-BELEG-NR.
         MOVE WS-GL-BETRAG TO GLB-BETRAG.
         MOVE WS-GL-WAEHRUNG TO GLB-WAEHRUNG.
         MOVE WS-GL-TS TO GLB-TEXTSCHLUESSEL.
         MOVE WS-GL-TEXT TO GLB-BUCHUNGSTEXT.

         MOVE WS-GL-SOLL-KTO TO GLB-KONTO.
         MOVE "S" TO GLB-SOLL-HABEN.
         MOVE WS-GL-HABEN-KTO TO GLB-GEGENKONTO.
         MOVE WS-GL-BUCHUNG TO GL-LINE.
         WRITE GL-LINE.
         ADD WS-GL-BETRAG TO WS-GL-SUM-SOLL.

         MOVE WS-GL-HABEN-KTO TO GLB-KONTO.
         MOVE "H" TO GLB-SOLL-HABEN.
         MOVE WS-GL-SOLL-KTO TO GLB-GEGENKONTO.
         MOVE WS-GL-BUCHUNG TO GL-LINE.
         WRITE GL-LINE.
         ADD WS-GL-BETRAG TO WS-GL-SUM-HABEN.
         ADD 2 TO WS-GL-LINES.

       BOOK-GL-ENTRY-EXIT.
         CONTINUE.

      * S LINE WITH THE RUN TOTALS, THEN CLOSE. AN UNBALANCED RUN OR
      * ONE WITH SUSPENSE POSTINGS IS TOLD TO THE OPERATOR AS WELL.
       CLOSE-GL-JOURNAL.
         IF WS-GL-OPEN NOT EQUAL "Y"
           GO TO CLOSE-GL-JOURNAL-EXIT
         END-IF.

         MOVE WS-GL-ART TO GLS-JOURNAL-ART.
         MOVE WS-GL-LINES TO GLS-ANZAHL-ZEILEN.
         MOVE WS-GL-SUM-SOLL TO GLS-SUMME-SOLL.
         MOVE WS-GL-SUM-HABEN TO GLS-SUMME-HABEN.
         MOVE WS-GL-KONTROLLSUMME TO GLS-KONTROLLSUMME.
         MOVE WS-GL-SUSPENSE-COUNT TO GLS-ANZAHL-SUSPENSE.
         IF WS-GL-SUM-SOLL EQUAL WS-GL-SUM-HABEN AND
             WS-GL-SUM-SOLL EQUAL WS-GL-KONTROLLSUMME
           MOVE "J" TO GLS-ABGESTIMMT
         ELSE
           MOVE "N" TO GLS-ABGESTIMMT
         END-IF.
         MOVE WS-GL-SUMME TO GL-LINE.
         WRITE GL-LINE.
         CLOSE GL-FILE.
         MOVE "N" TO WS-GL-OPEN.

         IF GLS-ABGESTIMMT EQUAL "N"
           STRING "GL JOURNAL " WS-GL-FILE-NAME " OUT OF BALANCE"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           MOVE 22 TO WS-MSG-LINE
           PERFORM SHOW-MESSAGE
         ELSE
           IF WS-GL-SUSPENSE-COUNT > 0
             STRING "GL JOURNAL " WS-GL-FILE-NAME ": "
                 WS-GL-SUSPENSE-COUNT " LINES ON SUSPENSE ACCOUNT"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT
             MOVE 22 TO WS-MSG-LINE
             PERFORM SHOW-MESSAGE
           END-IF
         END-IF.

       CLOSE-GL-JOURNAL-EXIT.
         CONTINUE.

      * CHECKPOINT/RESTART - SAVE THE A-SATZ AND ALL ACTIVE C-SATZ
      * ROWS SO A DROPPED SESSION CAN RESUME WITHOUT RE-KEYING.
       CHECKPOINT-SAVE.
      * A SCHEDULER JOB LEAVES THE CHECKPOINT ALONE - IT BELONGS TO
      * WHATEVER DIALOGUE SESSION MAY BE WAITING FOR A RESTART, AND
      * THE JOB'S OWN BATCH GOES STRAIGHT TO THE PENDING FILE.
         IF WS-JOB-MODE EQUAL "Y"
           GO TO CHECKPOINT-SAVE-EXIT
         END-IF.
         OPEN OUTPUT RESTART-FILE.
         IF WS-RESTART-STATUS NOT EQUAL "00"
           DISPLAY "WARNING: CHECKPOINT NOT SAVED - RESTART FILE "
         MOVE WS-A-SATZ TO RESTART-PAYLOAD(1:128).
         MOVE WS-DEBTOR-SEPA-FIELDS TO RESTART-PAYLOAD(129:71).
         MOVE WS-BATCH-TYPE TO RESTART-PAYLOAD(200:1).
         MOVE WS-BATCH-ORIG-ID TO RESTART-PAYLOAD(201:8).
         WRITE RESTART-RECORD.
         IF WS-RESTART-STATUS NOT EQUAL "00"
           DISPLAY "WARNING: CHECKPOINT WRITE FAILED (STATUS "

             MOVE "S" TO RESTART-TAG
             MOVE SPACES TO RESTART-PAYLOAD
             MOVE WS-SEPA-FIELDS TO RESTART-PAYLOAD(1:256)
             WRITE RESTART-RECORD
             IF WS-RESTART-STATUS NOT EQUAL "00"
               DISPLAY "WARNING: CHECKPOINT WRITE FAILED (STATUS "
           MOVE RESTART-PAYLOAD(1:128) TO WS-A-SATZ
           MOVE RESTART-PAYLOAD(129:71) TO WS-DEBTOR-SEPA-FIELDS
           MOVE RESTART-PAYLOAD(200:1) TO WS-BATCH-TYPE
           MOVE RESTART-PAYLOAD(201:8) TO WS-BATCH-ORIG-ID
           IF NOT BATCH-TYPE-VALID
             MOVE "T" TO WS-BATCH-TYPE
           END-IF
           PERFORM LOAD-RESTART-C-SATZ-ROWS
               PERFORM PUT-BATCH-ROW
             ELSE
               IF RESTART-TAG EQUAL "S"
                 MOVE RESTART-PAYLOAD(1:256) TO WS-SEPA-FIELDS
                 PERFORM PUT-BATCH-ROW
               END-IF
             END-IF
           GO TO IMPORT-DTAUS-FILE-EXIT
         END-IF.
         MOVE DTAUS-RECORD(1:128) TO WS-A-SATZ.
         MOVE SPACES TO WS-BATCH-ORIG-ID.

         PERFORM RESET-BATCHWRK.
         MOVE 0 TO WS-C-SATZ-COUNT.
       IMPORT-PAIN002.
         MOVE "N" TO WS-P2-OK.

         IF WS-JOB-MODE NOT EQUAL "Y"
           DISPLAY PAIN002-NAME-SCREEN
           ACCEPT PAIN002-NAME-SCREEN
         END-IF.
         IF WS-PAIN002-FILE-NAME EQUAL SPACES
           MOVE "PAIN002.XML" TO WS-PAIN002-FILE-NAME
         END-IF.

         OPEN INPUT PAIN002-FILE.
         IF WS-PAIN002-STATUS NOT EQUAL "00"
           STRING "PAIN.002 FILE NOT FOUND (STATUS " WS-PAIN002-STATUS
               ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO IMPORT-PAIN002-EXIT
         END-IF.

         CLOSE PAIN002-FILE.

         IF WS-P2-ORIG-MSGID EQUAL SPACES
           MOVE "NO ORGNLMSGID FOUND - NOT A PAIN.002 FILE"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO IMPORT-PAIN002-EXIT
         END-IF.


         PERFORM FIND-MANIFEST-BATCH THRU FIND-MANIFEST-BATCH-EXIT.
         IF WS-MAN-HIT-ROW EQUAL 0
           STRING "BATCH " WS-P2-ORIG-MSGID(1:10) " NOT ON THE "
               "MANIFEST - STATUS NOT RECORDED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO IMPORT-PAIN002-EXIT
         END-IF.

         PERFORM MARK-MANIFEST-STATUS THRU MARK-MANIFEST-STATUS-EXIT.

         IF WS-P2-BATCH-STS EQUAL "ACCEPTED"
           STRING "ALL TRANSACTIONS ACCEPTED - MANIFEST UPDATED, "
               "NOTHING TO CORRECT" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO IMPORT-PAIN002-EXIT
         END-IF.

         PERFORM LOAD-REJECTED-C-SAETZE
             THRU LOAD-REJECTED-C-SAETZE-EXIT.
         IF WS-C-SATZ-ACTIVE-COUNT EQUAL 0
           MOVE "NO REJECTED C-SAETZE COULD BE RELOADED" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO IMPORT-PAIN002-EXIT
         END-IF.

      * THE RELOADED ROWS ARE EXACTLY THE PAYMENTS THE BANK DID NOT
      * EXECUTE - REVERSE THEIR RELEASE POSTINGS BEFORE THEY ARE
      * CORRECTED AND SENT AGAIN. THE WHOLE MSGID NAMES THE JOURNAL,
      * SO EACH PART OF A SPLIT BATCH GETS ITS OWN.
         MOVE SPACES TO WS-GL-FILE-NAME.
         STRING "GLRJC_" FUNCTION TRIM(WS-P2-ORIG-MSGID) ".TXT"
             DELIMITED BY SIZE INTO WS-GL-FILE-NAME.
         MOVE SPACES TO WS-GL-JOURNAL-ID.
         STRING "RJC" FUNCTION TRIM(WS-P2-ORIG-MSGID)
             DELIMITED BY SIZE INTO WS-GL-JOURNAL-ID.
         MOVE "RJC" TO WS-GL-ART.
         MOVE "Y" TO WS-GL-UMKEHR.
         IF KENNZEICHEN IN WS-A-SATZ(1:1) EQUAL "L"
           MOVE "Y" TO WS-GL-LASTSCHRIFT
         ELSE
           MOVE "N" TO WS-GL-LASTSCHRIFT
         END-IF.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-CURRENT-DATETIME(1:8) TO WS-GL-BUCHUNGSDATUM.
         PERFORM WRITE-GL-BATCH-JOURNAL
             THRU WRITE-GL-BATCH-JOURNAL-EXIT.

         PERFORM CHECKPOINT-SAVE THRU CHECKPOINT-SAVE-EXIT.
         STRING "CORRECTION BATCH LOADED: " WS-C-SATZ-ACTIVE-COUNT
             " REJECTED PAYMENTS" DELIMITED BY SIZE INTO WS-MSG-TEXT
         PERFORM SHOW-MESSAGE.
         MOVE "Y" TO WS-P2-OK.

       IMPORT-PAIN002-EXIT.

       STORE-PAIN002-REJECT.
         IF WS-P2-REJ-COUNT >= WS-MAX-P2-REJ
           MOVE WS-MAX-P2-REJ TO WS-MSG-COUNT
           STRING "MORE THAN " FUNCTION TRIM(WS-MSG-COUNT)
               " REJECTS - REST IGNORED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO STORE-PAIN002-REJECT-EXIT
         END-IF.
         MOVE SPACES TO WS-P2-E2E-SEQ.
         MOVE SPACES TO WS-P2-E2E-BELEG.
         UNSTRING WS-P2-LAST-E2E DELIMITED BY "/"
             INTO WS-P2-E2E-SEQ WS-P2-E2E-BELEG
         END-UNSTRING.
         IF FUNCTION TEST-NUMVAL(WS-P2-E2E-SEQ) NOT EQUAL 0
           MOVE "REJECT WITH NON-NUMERIC ENDTOENDID IGNORED"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO STORE-PAIN002-REJECT-EXIT
         END-IF.
         ADD 1 TO WS-P2-REJ-COUNT.
         SET WS-P2-IDX TO WS-P2-REJ-COUNT.
         MOVE FUNCTION NUMVAL(WS-P2-E2E-SEQ)
             TO P2-REJ-E2E(WS-P2-IDX).
         MOVE SPACES TO P2-REJ-REASON(WS-P2-IDX).
         MOVE WS-P2-E2E-BELEG TO P2-REJ-BELEG(WS-P2-IDX).
         MOVE "Y" TO WS-P2-AWAIT-RSN.

       STORE-PAIN002-REJECT-EXIT.
           END-READ
           IF WS-MANIFEST-EOF-FLAG NOT EQUAL "EOF"
             IF WS-MANIFEST-ROWS >= WS-MAX-MANIFEST
               MOVE "MANIFEST TOO LONG - REST NOT BUFFERED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               MOVE "Y" TO WS-MANIFEST-OVERFLOW
               MOVE "EOF" TO WS-MANIFEST-EOF-FLAG
             ELSE
      * EVERYTHING PAST THE BUFFER OFF, SO AN OVERFLOWED LOAD
      * REFUSES THE REWRITE AND ONLY THE STATUS STAMP IS LOST.
         IF WS-MANIFEST-OVERFLOW EQUAL "Y"
           STRING "MANIFEST LONGER THAN THE BUFFER - NOT "
               "REWRITTEN, STATUS NOT RECORDED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO REWRITE-MANIFEST-FILE-EXIT
         END-IF.
         OPEN OUTPUT MANIFEST-FILE.
         IF WS-MANIFEST-STATUS NOT EQUAL "00"
           STRING "WARNING: MANIFEST NOT UPDATED (STATUS "
               WS-MANIFEST-STATUS ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO REWRITE-MANIFEST-FILE-EXIT
         END-IF.
         PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
         MOVE WS-MAN-DTAUS-NAME TO WS-DTAUS-FILE-NAME.
         OPEN INPUT DATA-FILE-1.
         IF WS-DTAUS-STATUS NOT EQUAL "00"
           STRING "SUBMITTED DTAUS FILE NOT FOUND: " WS-DTAUS-FILE-NAME
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-REJECTED-C-SAETZE-EXIT
         END-IF.

         END-READ.
         IF WS-IMPORT-EOF-FLAG EQUAL "EOF" OR
             DTAUS-RECORD(5:1) NOT EQUAL "A"
           MOVE "SUBMITTED DTAUS FILE DAMAGED - NO A-SATZ"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           CLOSE DATA-FILE-1
           GO TO LOAD-REJECTED-C-SAETZE-EXIT
         END-IF.
         MOVE DTAUS-RECORD(1:128) TO WS-A-SATZ.
         MOVE SPACES TO WS-BATCH-ORIG-ID.

         MOVE SPACES TO WS-REPORT-FILE-NAME.
         STRING "PAIN002_" FUNCTION TRIM(WS-P2-ORIG-MSGID) ".TXT"
             DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
         OPEN OUTPUT REPORT-FILE.
         MOVE SPACES TO REPORT-LINE.
         STRING "PAIN.002 REJECT REPORT - BATCH "
             FUNCTION TRIM(WS-P2-ORIG-MSGID) " STATUS " WS-P2-BATCH-STS
             DELIMITED BY SIZE INTO REPORT-LINE.
         WRITE REPORT-LINE.
         MOVE SPACES TO REPORT-LINE.
               MOVE WS-REJ-P1-NAME TO WS-DTAUS-FILE-NAME
               OPEN INPUT DATA-FILE-1
               IF WS-DTAUS-STATUS NOT EQUAL "00"
                 STRING "PART 1 FILE NOT FOUND: " WS-DTAUS-FILE-NAME
                     DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM SHOW-MESSAGE
                 CLOSE REPORT-FILE
                 GO TO LOAD-REJECTED-C-SAETZE-EXIT
               END-IF
               END-READ
               IF WS-IMPORT-EOF-FLAG EQUAL "EOF" OR
                   DTAUS-RECORD(5:1) NOT EQUAL "A"
                 MOVE "PART 1 FILE DAMAGED - NO A-SATZ" TO WS-MSG-TEXT
                 PERFORM SHOW-MESSAGE
                 CLOSE DATA-FILE-1
                 CLOSE REPORT-FILE
                 GO TO LOAD-REJECTED-C-SAETZE-EXIT
             AT END MOVE "EOF" TO WS-IMPORT-EOF-FLAG
         END-READ.
         IF WS-IMPORT-EOF-FLAG EQUAL "EOF"
           MOVE "TRUNCATED C-SATZ AT END OF FILE - ROW DROPPED"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-REJECTED-DONE
         END-IF.
         MOVE DTAUS-RECORD(1:106) TO WS-C-SATZ-BLOCK2.

         MOVE "N" TO WS-P2-KEEP.
         MOVE SPACES TO WS-P2-REASON-WK.
         MOVE SPACES TO WS-P2-BELEG-WK.
         IF WS-P2-REJ-COUNT EQUAL 0
      * WHOLE-FILE REJECT (GRPSTS RJCT) WITHOUT PER-TX DETAIL -
      * EVERY C-SATZ COMES BACK FOR CORRECTION.
             IF P2-REJ-E2E(WS-P2-IDX) EQUAL WS-P2-EUR-SEQ
               MOVE "Y" TO WS-P2-KEEP
               MOVE P2-REJ-REASON(WS-P2-IDX) TO WS-P2-REASON-WK
               MOVE P2-REJ-BELEG(WS-P2-IDX) TO WS-P2-BELEG-WK
             END-IF
           END-PERFORM
         END-IF.
         ADD 1 TO WS-C-SATZ-ACTIVE-COUNT.
         MOVE WS-C-SATZ-COUNT TO WS-C-IDX.
         MOVE SPACES TO WS-SEPA-FIELDS.
      * THE DOCUMENT NUMBER COMES BACK ON THE REJECT'S ENDTOENDID;
      * A GROUP REJECT HAS NONE, SO IT IS TAKEN FROM PAYHIST.DAT.
         PERFORM FIND-HISTORY-FOR-C-SATZ
             THRU FIND-HISTORY-FOR-C-SATZ-EXIT.
         IF WS-P2-BELEG-WK EQUAL SPACES AND
             WS-P2-HIST-FOUND EQUAL "Y"
           MOVE WS-P2-HIST-BELEG TO WS-P2-BELEG-WK
         END-IF.
         MOVE WS-P2-BELEG-WK TO AP-BELEG-NR IN WS-SEPA-FIELDS.
         MOVE "Y" TO WS-ROW-ACTIVE.
         MOVE 0 TO WS-ROW-PART.
         PERFORM PUT-BATCH-ROW.
         PERFORM WRITE-PAIN002-REPORT-LINE.
         IF WS-P2-BELEG-WK NOT EQUAL SPACES
           MOVE "REJECTED" TO WS-APFB-STS
           MOVE WS-P2-BELEG-WK TO WS-APFB-BELEG
           MOVE 0 TO WS-APFB-REF
           IF WS-P2-ORIG-MSGID(1:10) IS NUMERIC
             MOVE WS-P2-ORIG-MSGID(1:10) TO WS-APFB-REF
           END-IF
           MOVE WS-REJ-PART TO WS-APFB-TEIL
           MOVE FUNCTION CURRENT-DATE TO WS-APFB-NOW
           MOVE WS-APFB-NOW(1:8) TO WS-APFB-DATUM
           MOVE BETRAG IN WS-C-SATZ TO WS-APFB-BETRAG
           MOVE WS-P2-REASON-WK TO WS-APFB-GRUND
           PERFORM WRITE-AP-FEEDBACK THRU WRITE-AP-FEEDBACK-EXIT
         END-IF.
         GO TO LOAD-REJECTED-NEXT-BLOCK.

       LOAD-REJECTED-DONE.
           WRITE REPORT-LINE
         END-IF.
         CLOSE REPORT-FILE.
         PERFORM CLOSE-AP-FEEDBACK.
         STRING "REJECT REPORT WRITTEN: "
             FUNCTION TRIM(WS-REPORT-FILE-NAME)
             DELIMITED BY SIZE INTO WS-MSG-TEXT.
         MOVE 23 TO WS-MSG-LINE.
         PERFORM SHOW-MESSAGE.

       LOAD-REJECTED-C-SAETZE-EXIT.
         CONTINUE.

      * EXPECTS THE PAYHIST LOOKUP FOR THE ROW TO HAVE BEEN DONE.
       WRITE-PAIN002-REPORT-LINE.
         COMPUTE WS-REPORT-BETRAG-EDIT = BETRAG IN WS-C-SATZ / 100.
         MOVE SPACES TO REPORT-LINE.
         STRING "TX " WS-P2-EUR-SEQ " RSN " WS-P2-REASON-WK " "
       FIND-HISTORY-FOR-C-SATZ.
         MOVE "N" TO WS-P2-HIST-FOUND.
         MOVE 0 TO WS-P2-HIST-DATUM.
         MOVE 0 TO WS-P2-HIST-TS.
         MOVE SPACES TO WS-P2-HIST-BELEG.
         OPEN INPUT HISTORY-FILE.
         IF WS-HISTORY-STATUS NOT EQUAL "00"
           GO TO FIND-HISTORY-FOR-C-SATZ-EXIT
               IF HIST-BETRAG EQUAL BETRAG IN WS-C-SATZ
                 MOVE "Y" TO WS-P2-HIST-FOUND
                 MOVE HIST-DATUM TO WS-P2-HIST-DATUM
                 MOVE HIST-TEXTSCHLUESSEL TO WS-P2-HIST-TS
                 MOVE HIST-AP-BELEG-NR TO WS-P2-HIST-BELEG
               END-IF
             END-IF
           END-IF
      * SETTLED-BUT-NOT-SUBMITTED BOOKINGS, THE LATTER WITH THEIR
      * NEAREST PAYMENT-HISTORY CANDIDATE.
       RECONCILE-STATEMENT.
         MOVE "N" TO WS-RECON-OK.
      * A SCHEDULER JOB HAS ITS FILE NAME FROM FILE= ALREADY.
         IF WS-JOB-MODE NOT EQUAL "Y"
           DISPLAY STMT-NAME-SCREEN
           ACCEPT STMT-NAME-SCREEN
         END-IF.
         IF WS-STMT-FILE-NAME EQUAL SPACES
           MOVE "STATEMENT.TXT" TO WS-STMT-FILE-NAME
         END-IF.

         OPEN INPUT STATEMENT-FILE.
         IF WS-STMT-STATUS NOT EQUAL "00"
           STRING "STATEMENT FILE NOT FOUND (STATUS " WS-STMT-STATUS ")"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO RECONCILE-STATEMENT-EXIT
         END-IF.

         CLOSE STATEMENT-FILE.

         IF WS-BOOK-COUNT EQUAL 0
           STRING "NO :61: BOOKINGS ON THE STATEMENT - NOTHING TO "
               "RECONCILE" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO RECONCILE-STATEMENT-EXIT
         END-IF.

         PERFORM LOAD-MANIFEST-TABLE THRU LOAD-MANIFEST-TABLE-EXIT.
         IF WS-MANIFEST-ROWS EQUAL 0
           MOVE "MANIFEST EMPTY - NOTHING WAS EVER SUBMITTED"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO RECONCILE-STATEMENT-EXIT
         END-IF.

         PERFORM PARSE-MANIFEST-TOTALS.
         PERFORM MATCH-BOOKINGS.
         PERFORM WRITE-RECON-REPORT.
         PERFORM WRITE-AP-SETTLED-FEEDBACK
             THRU WRITE-AP-SETTLED-FEEDBACK-EXIT.
         PERFORM REWRITE-MANIFEST-FILE
             THRU REWRITE-MANIFEST-FILE-EXIT.

         STRING "RECONCILIATION DONE - " WS-RECON-MATCHED
             " MATCHED, REPORT: RECON_REPORT.TXT"
             DELIMITED BY SIZE INTO WS-MSG-TEXT
         PERFORM SHOW-MESSAGE.
         MOVE "Y" TO WS-RECON-OK.

       RECONCILE-STATEMENT-EXIT.
         CONTINUE.
      * ESCAPER WALKS ITS INPUT.
       PARSE-MT940-61.
         IF WS-BOOK-COUNT >= WS-MAX-BOOKINGS
           MOVE WS-MAX-BOOKINGS TO WS-MSG-COUNT
           STRING "MORE THAN " FUNCTION TRIM(WS-MSG-COUNT)
               " BOOKINGS - REST IGNORED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO PARSE-MT940-61-EXIT
         END-IF.
         ADD 1 TO WS-BOOK-COUNT.

       SETTLE-MANIFEST-ROW.
         MOVE "Y" TO RECON-MAN-SETTLED(WS-RC-ROW).
         MOVE BOOK-DATUM(WS-BK-ROW) TO RECON-MAN-VALUTA(WS-RC-ROW).
         MOVE "Y" TO BOOK-MATCHED(WS-BK-ROW).
         MOVE "Y" TO WS-BK-HIT.
         ADD 1 TO WS-RECON-MATCHED.
       HISTORY-INQUIRY.
         DISPLAY HIST-QUERY-SCREEN.
         ACCEPT HIST-QUERY-SCREEN.
         MOVE FUNCTION UPPER-CASE(WS-HQ-ORIG) TO WS-HQ-ORIG.

         MOVE 0 TO WS-HQ-VON-INT.
         IF WS-HQ-VON > 0
         IF WS-HQ-BLZ > 0 AND HIST-BLZ NOT EQUAL WS-HQ-BLZ
           GO TO FILTER-HISTORY-ROW-EXIT
         END-IF.
      * ROWS FROM BEFORE THE ORIGINATOR MASTER CARRY NO ORIGINATOR
      * AND ONLY SHOW WHEN NONE IS ASKED FOR.
         IF WS-HQ-ORIG NOT EQUAL SPACES AND
             HIST-ORIG-ID NOT EQUAL WS-HQ-ORIG
           GO TO FILTER-HISTORY-ROW-EXIT
         END-IF.
         IF WS-HQ-KTO > 0 AND HIST-KTO NOT EQUAL WS-HQ-KTO
           GO TO FILTER-HISTORY-ROW-EXIT
         END-IF.
         END-PERFORM.

      * MONTHLY PAYMENT STATISTICS - TOTALS AND COUNTS PER
      * ORIGINATOR, PER TEXTSCHLUESSEL AND PER BENEFICIARY ACCOUNT
      * FOR ONE MONTH OF THE PAYMENT HISTORY, PRINTED FOR MANAGEMENT.
      * AN ORIGINATOR ON THE SCREEN LIMITS THE RUN TO THAT COMPANY'S
      * PAYMENTS AND GOES INTO THE FILE NAME, SO EACH COMPANY'S
      * STATISTICS CAN BE FILED SEPARATELY.
       MONTHLY-STATS.
         DISPLAY STAT-MONTH-SCREEN.
         ACCEPT STAT-MONTH-SCREEN.
         MOVE FUNCTION UPPER-CASE(WS-STAT-ORIG) TO WS-STAT-ORIG.
         IF WS-STAT-MM < 1 OR WS-STAT-MM > 12
           DISPLAY "MONAT MUST BE 01-12" LINE 24 COL 5
           GO TO MONTHLY-STATS
           MOVE 0 TO STAT-TS-SUM(WS-STAT-TS-SUB)
         END-PERFORM.
         MOVE 0 TO WS-STAT-BEN-COUNT.
         MOVE 0 TO WS-STAT-ORG-COUNT.
         MOVE 0 TO WS-STAT-TOTAL-COUNT.
         MOVE 0 TO WS-STAT-TOTAL-SUM.
         MOVE "N" TO WS-STAT-OVERFLOW.
         END-IF.

         MOVE SPACES TO WS-REPORT-FILE-NAME.
         IF WS-STAT-ORIG EQUAL SPACES
           STRING "PAYSTAT_" WS-STAT-MM-X WS-STAT-YY-X ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
         ELSE
           STRING "PAYSTAT_" WS-STAT-MM-X WS-STAT-YY-X "_"
               DELIMITED BY SIZE
               WS-STAT-ORIG DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
         END-IF.
         OPEN OUTPUT REPORT-FILE.

         MOVE SPACES TO REPORT-LINE.
         STRING "PAYMENT STATISTICS " WS-STAT-MM-X "/"
             WS-STAT-YY-X DELIMITED BY SIZE INTO REPORT-LINE.
         WRITE REPORT-LINE.
         IF WS-STAT-ORIG NOT EQUAL SPACES
           MOVE SPACES TO ORG-NAME
           IF WS-ORIG-AVAILABLE EQUAL "Y"
             MOVE WS-STAT-ORIG TO ORG-ID
             READ ORIG-FILE
               INVALID KEY
                 MOVE SPACES TO ORG-NAME
             END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ORIGINATOR " WS-STAT-ORIG " " ORG-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
         END-IF.
         MOVE SPACES TO REPORT-LINE.
         WRITE REPORT-LINE.

         MOVE "PER ORIGINATOR:" TO REPORT-LINE.
         WRITE REPORT-LINE.
         PERFORM VARYING WS-STAT-ROW FROM 1 BY 1
             UNTIL WS-STAT-ROW > WS-STAT-ORG-COUNT
           COMPUTE WS-STAT-SUM-EDIT =
               STAT-ORG-SUM(WS-STAT-ROW) / 100
           MOVE SPACES TO REPORT-LINE
           STRING "  " STAT-ORG-ID(WS-STAT-ROW)
               " ANZAHL " STAT-ORG-ANZAHL(WS-STAT-ROW)
               " EUR " WS-STAT-SUM-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
         END-PERFORM.
         MOVE SPACES TO REPORT-LINE.
         WRITE REPORT-LINE.

             WS-STAT-DATUM-X(5:2) NOT EQUAL WS-STAT-YY-X
           GO TO TALLY-STATS-ROW-EXIT
         END-IF.
         IF WS-STAT-ORIG NOT EQUAL SPACES AND
             HIST-ORIG-ID NOT EQUAL WS-STAT-ORIG
           GO TO TALLY-STATS-ROW-EXIT
         END-IF.

         ADD 1 TO WS-STAT-TOTAL-COUNT.
         ADD HIST-BETRAG TO WS-STAT-TOTAL-SUM.

      * ROWS FROM BEFORE THE ORIGINATOR MASTER GO INTO "(NONE)". A
      * MONTH WITH MORE ORIGINATORS THAN THE TABLE HOLDS ADDS THE
      * REST TO THE LAST BUCKET.
         MOVE HIST-ORIG-ID TO WS-SUM-ORG-CUR.
         IF WS-SUM-ORG-CUR EQUAL SPACES
           MOVE "(NONE)" TO WS-SUM-ORG-CUR
         END-IF.
         MOVE "N" TO WS-STAT-FOUND.
         PERFORM VARYING WS-STAT-ROW FROM 1 BY 1
             UNTIL WS-STAT-ROW > WS-STAT-ORG-COUNT OR
                 WS-STAT-FOUND EQUAL "Y"
           IF STAT-ORG-ID(WS-STAT-ROW) EQUAL WS-SUM-ORG-CUR
             MOVE "Y" TO WS-STAT-FOUND
             ADD 1 TO STAT-ORG-ANZAHL(WS-STAT-ROW)
             ADD HIST-BETRAG TO STAT-ORG-SUM(WS-STAT-ROW)
           END-IF
         END-PERFORM.
         IF WS-STAT-FOUND NOT EQUAL "Y"
           IF WS-STAT-ORG-COUNT < WS-MAX-STAT-ORG
             ADD 1 TO WS-STAT-ORG-COUNT
             MOVE WS-SUM-ORG-CUR TO STAT-ORG-ID(WS-STAT-ORG-COUNT)
             MOVE 1 TO STAT-ORG-ANZAHL(WS-STAT-ORG-COUNT)
             MOVE HIST-BETRAG TO STAT-ORG-SUM(WS-STAT-ORG-COUNT)
           ELSE
             ADD 1 TO STAT-ORG-ANZAHL(WS-STAT-ORG-COUNT)
             ADD HIST-BETRAG TO STAT-ORG-SUM(WS-STAT-ORG-COUNT)
           END-IF
         END-IF.

      * ROWS FROM BEFORE THE TEXTSCHLUESSEL FIELD EXISTED GO INTO
      * THE TS-00 BUCKET.
         IF HIST-TEXTSCHLUESSEL IS NUMERIC
         IF WS-HQ-BLZ > 0 AND ARCH-BLZ NOT EQUAL WS-HQ-BLZ
           GO TO FILTER-ARCHIVE-ROW-EXIT
         END-IF.
         IF WS-HQ-ORIG NOT EQUAL SPACES AND
             ARCH-ORIG-ID NOT EQUAL WS-HQ-ORIG
           GO TO FILTER-ARCHIVE-ROW-EXIT
         END-IF.
         IF WS-HQ-KTO > 0 AND ARCH-KTO NOT EQUAL WS-HQ-KTO
           GO TO FILTER-ARCHIVE-ROW-EXIT
         END-IF.
      * NOTHING IS TOUCHED WITHOUT A YES.
       CONVERT-DATA-FILES.
         PERFORM CONVERT-OLD-HISTORY THRU CONVERT-OLD-HISTORY-EXIT.
         PERFORM CONVERT-KEYED-HISTORY THRU CONVERT-KEYED-HISTORY-EXIT.
         PERFORM CONVERT-OLD-BENEF THRU CONVERT-OLD-BENEF-EXIT.
         PERFORM CONVERT-OLD-OPER THRU CONVERT-OLD-OPER-EXIT.

       CONVERT-DATA-FILES-EXIT.
         CONTINUE.
             MOVE 0 TO HIST-KND-NR
             MOVE 0 TO HIST-TEXTSCHLUESSEL
             MOVE SPACES TO HIST-NAME
             MOVE SPACES TO HIST-AP-BELEG-NR
             MOVE SPACES TO HIST-ORIG-ID
             PERFORM WRITE-HISTORY-ROW THRU WRITE-HISTORY-ROW-EXIT
           END-IF
         END-PERFORM.
       CONVERT-OLD-HISTORY-EXIT.
         CONTINUE.

      * THE KEYED HISTORY GREW TWICE - BY THE AP DOCUMENT NUMBER AND
      * BY THE ORIGINATOR ID - AND A FILE IN EITHER EARLIER LAYOUT
      * NO LONGER OPENS. THE SAME TWO PASSES RELOAD IT WITH THE NEW
      * FIELDS BLANK, WHICH EVERY READER TAKES AS "NOT RECORDED". A
      * FILE ALREADY IN THE CURRENT LAYOUT REFUSES BOTH OLD-LAYOUT
      * OPENS WITH STATUS 39 AND IS LEFT ALONE. THE YEAR ARCHIVES
      * ARE LINE FILES AND READ BACK THEIR SHORTER OLD ROWS PADDED
      * WITH SPACES, SO THEY NEED NO RELOAD.
       CONVERT-KEYED-HISTORY.
         MOVE "EARLIER KEYED PAYMENT HISTORY (PAYHIST.DAT)"
             TO WS-CONV-WHAT.
         MOVE " " TO WS-CONV-ANSWER.
         DISPLAY CONV-CONFIRM-SCREEN.
         ACCEPT CONV-CONFIRM-SCREEN.
         IF WS-CONV-ANSWER NOT EQUAL "Y" AND
             WS-CONV-ANSWER NOT EQUAL "y"
           GO TO CONVERT-KEYED-HISTORY-EXIT
         END-IF.

         MOVE "A" TO WS-CONV-FROM.
         OPEN INPUT OLD-AHIST-FILE.
         IF WS-OLDA-STATUS NOT EQUAL "00"
           MOVE "K" TO WS-CONV-FROM
           OPEN INPUT OLD-KHIST-FILE
           IF WS-OLDK-STATUS NOT EQUAL "00"
             DISPLAY "PAYHIST.DAT NOT IN AN EARLIER KEYED FORMAT "
                 "(STATUS " WS-OLDA-STATUS "/" WS-OLDK-STATUS
                 ") - NOT TOUCHED" LINE 24 COL 5
             GO TO CONVERT-KEYED-HISTORY-EXIT
           END-IF
         END-IF.

         OPEN OUTPUT HISTKUNL-FILE.
         IF WS-HKUNL-STATUS NOT EQUAL "00"
           DISPLAY "STAGE FILE NOT WRITABLE (STATUS "
               WS-HKUNL-STATUS ") - NOT CONVERTED" LINE 24 COL 5
           IF WS-CONV-FROM EQUAL "A"
             CLOSE OLD-AHIST-FILE
           ELSE
             CLOSE OLD-KHIST-FILE
           END-IF
           GO TO CONVERT-KEYED-HISTORY-EXIT
         END-IF.

         MOVE 0 TO WS-CONV-COUNT.
         MOVE "NO" TO WS-CONV-EOF-FLAG.
         IF WS-CONV-FROM EQUAL "A"
           MOVE LOW-VALUES TO OLDA-KEY
           START OLD-AHIST-FILE KEY NOT LESS THAN OLDA-KEY
             INVALID KEY
               MOVE "EOF" TO WS-CONV-EOF-FLAG
           END-START
         ELSE
           MOVE LOW-VALUES TO OLDK-KEY
           START OLD-KHIST-FILE KEY NOT LESS THAN OLDK-KEY
             INVALID KEY
               MOVE "EOF" TO WS-CONV-EOF-FLAG
           END-START
         END-IF.
         PERFORM UNTIL WS-CONV-EOF-FLAG EQUAL "EOF"
           IF WS-CONV-FROM EQUAL "A"
             READ OLD-AHIST-FILE NEXT RECORD
                 AT END MOVE "EOF" TO WS-CONV-EOF-FLAG
             END-READ
             MOVE OLD-AHIST-RECORD TO HISTKUNL-RECORD
           ELSE
             READ OLD-KHIST-FILE NEXT RECORD
                 AT END MOVE "EOF" TO WS-CONV-EOF-FLAG
             END-READ
             MOVE OLD-KHIST-RECORD TO HISTKUNL-RECORD
           END-IF
           IF WS-CONV-EOF-FLAG NOT EQUAL "EOF"
             WRITE HISTKUNL-RECORD
             ADD 1 TO WS-CONV-COUNT
           END-IF
         END-PERFORM.
         IF WS-CONV-FROM EQUAL "A"
           CLOSE OLD-AHIST-FILE
         ELSE
           CLOSE OLD-KHIST-FILE
         END-IF.
         CLOSE HISTKUNL-FILE.

      * THE STAGE CAME OFF THE OLD FILE IN KEY ORDER, SO THE NEW
      * HISTORY CAN BE LOADED IN OUTPUT MODE STRAIGHT THROUGH.
         OPEN OUTPUT HISTORY-FILE.
         IF WS-HISTORY-STATUS NOT EQUAL "00"
           DISPLAY "NEW HISTORY NOT CREATED (STATUS "
               WS-HISTORY-STATUS ") - ROWS STAGED IN HISTKUNL.TMP"
               LINE 24 COL 5
           GO TO CONVERT-KEYED-HISTORY-EXIT
         END-IF.

         OPEN INPUT HISTKUNL-FILE.
         MOVE "NO" TO WS-CONV-EOF-FLAG.
         PERFORM UNTIL WS-CONV-EOF-FLAG EQUAL "EOF"
           READ HISTKUNL-FILE
               AT END MOVE "EOF" TO WS-CONV-EOF-FLAG
           END-READ
           IF WS-CONV-EOF-FLAG NOT EQUAL "EOF"
             MOVE HISTKUNL-RECORD TO HISTORY-RECORD
             IF WS-CONV-FROM EQUAL "K"
               MOVE SPACES TO HIST-AP-BELEG-NR
             END-IF
             MOVE SPACES TO HIST-ORIG-ID
             WRITE HISTORY-RECORD
               INVALID KEY
                 DISPLAY "ROW NOT RELOADED (STATUS "
                     WS-HISTORY-STATUS ")" LINE 23 COL 5
             END-WRITE
           END-IF
         END-PERFORM.
         CLOSE HISTKUNL-FILE.
         CLOSE HISTORY-FILE.

         DISPLAY "KEYED HISTORY CONVERTED: " WS-CONV-COUNT " ROWS"
             LINE 24 COL 5.

       CONVERT-KEYED-HISTORY-EXIT.
         CONTINUE.

      * SAME TWO-PASS SHAPE FOR THE BENEFICIARY MASTER. THE MASTER
      * IS HELD OPEN FOR THE WHOLE RUN, SO IT IS LET GO FIRST AND
      * REOPENED (IN THE CURRENT FORMAT) AT THE END EITHER WAY. AN
      * ALREADY-CONVERTED MASTER REFUSES THE OLD-LAYOUT OPEN WITH
      * STATUS 39 AND IS LEFT ALONE.
       CONVERT-OLD-BENEF.
         MOVE "OLD-FORMAT BENEFICIARY MASTER (BENEF.MST)"
             TO WS-CONV-WHAT.
         MOVE " " TO WS-CONV-ANSWER.
         DISPLAY CONV-CONFIRM-SCREEN.
         ACCEPT CONV-CONFIRM-SCREEN.
         IF WS-CONV-ANSWER NOT EQUAL "Y" AND
             WS-CONV-ANSWER NOT EQUAL "y"
           GO TO CONVERT-OLD-BENEF-EXIT
         END-IF.

         IF WS-BENEF-AVAILABLE EQUAL "Y"
           CLOSE BENEF-FILE
         END-IF.
         MOVE "N" TO WS-BENEF-AVAILABLE.

         OPEN INPUT OLD-BENEF-FILE.
         IF WS-OLDB-STATUS NOT EQUAL "00"
           DISPLAY "BENEF.MST NOT IN THE OLD FORMAT (STATUS "
               WS-OLDB-STATUS ") - NOT TOUCHED" LINE 24 COL 5
           GO TO CONVERT-OLD-BENEF-REOPEN
         END-IF.

         OPEN OUTPUT BENUNL-FILE.
         IF WS-BUNL-STATUS NOT EQUAL "00"
           DISPLAY "STAGE FILE NOT WRITABLE (STATUS "
               WS-BUNL-STATUS ") - NOT CONVERTED" LINE 24 COL 5
           CLOSE OLD-BENEF-FILE
           GO TO CONVERT-OLD-BENEF-REOPEN
         END-IF.

         MOVE 0 TO WS-CONV-COUNT.
         MOVE 0 TO OLDB-KND-NR.
         MOVE "NO" TO WS-CONV-EOF-FLAG.
         START OLD-BENEF-FILE KEY NOT LESS THAN OLDB-KND-NR
           INVALID KEY
             MOVE "EOF" TO WS-CONV-EOF-FLAG
         END-START.
         PERFORM UNTIL WS-CONV-EOF-FLAG EQUAL "EOF"
           READ OLD-BENEF-FILE NEXT RECORD
       CONVERT-OLD-BENEF-EXIT.
         CONTINUE.

      * SAME AGAIN FOR THE OPERATOR MASTER FROM BEFORE THE COMPLIANCE
      * ROLE. AN OLD MASTER DOES NOT OPEN IN THE CURRENT LAYOUT, SO
      * THE PROGRAM OFFERS THIS CONVERSION AT START AND DOES NOT RUN
      * WITHOUT IT (OPER-FILE-UNUSABLE). EVERY OPERATOR COMES ACROSS
      * WITHOUT THE NEW ROLE; IT IS GRANTED ON THE O MENU AFTERWARDS.
       CONVERT-OLD-OPER.
         MOVE "OLD-FORMAT OPERATOR MASTER (OPERMAST.DAT)"
             TO WS-CONV-WHAT.
         MOVE " " TO WS-CONV-ANSWER.
         DISPLAY CONV-CONFIRM-SCREEN.
         ACCEPT CONV-CONFIRM-SCREEN.
         IF WS-CONV-ANSWER NOT EQUAL "Y" AND
             WS-CONV-ANSWER NOT EQUAL "y"
           GO TO CONVERT-OLD-OPER-EXIT
         END-IF.

         IF WS-OPER-AVAILABLE EQUAL "Y"
           CLOSE OPER-FILE
         END-IF.
         MOVE "N" TO WS-OPER-AVAILABLE.

         OPEN INPUT OLD-OPER-FILE.
         IF WS-OLDO-STATUS NOT EQUAL "00"
           DISPLAY "OPERMAST.DAT NOT IN THE OLD FORMAT (STATUS "
               WS-OLDO-STATUS ") - NOT TOUCHED" LINE 24 COL 5
           GO TO CONVERT-OLD-OPER-REOPEN
         END-IF.

         OPEN OUTPUT OPRUNL-FILE.
         IF WS-OUNL-STATUS NOT EQUAL "00"
           DISPLAY "STAGE FILE NOT WRITABLE (STATUS "
               WS-OUNL-STATUS ") - NOT CONVERTED" LINE 24 COL 5
           CLOSE OLD-OPER-FILE
           GO TO CONVERT-OLD-OPER-REOPEN
         END-IF.

         MOVE 0 TO WS-CONV-COUNT.
         MOVE LOW-VALUES TO OLDO-ID.
         MOVE "NO" TO WS-CONV-EOF-FLAG.
         START OLD-OPER-FILE KEY NOT LESS THAN OLDO-ID
           INVALID KEY
             MOVE "EOF" TO WS-CONV-EOF-FLAG
         END-START.
         PERFORM UNTIL WS-CONV-EOF-FLAG EQUAL "EOF"
           READ OLD-OPER-FILE NEXT RECORD
               AT END MOVE "EOF" TO WS-CONV-EOF-FLAG
           END-READ
           IF WS-CONV-EOF-FLAG NOT EQUAL "EOF"
             MOVE OLD-OPER-RECORD TO OPRUNL-RECORD
             WRITE OPRUNL-RECORD
             ADD 1 TO WS-CONV-COUNT
           END-IF
         END-PERFORM.
         CLOSE OLD-OPER-FILE.
         CLOSE OPRUNL-FILE.

         OPEN OUTPUT OPER-FILE.
         IF WS-OPER-STATUS NOT EQUAL "00"
           DISPLAY "NEW MASTER NOT CREATED (STATUS "
               WS-OPER-STATUS ") - RECORDS STAGED IN OPRUNL.TMP"
               LINE 24 COL 5
           GO TO CONVERT-OLD-OPER-REOPEN
         END-IF.

         OPEN INPUT OPRUNL-FILE.
         MOVE "NO" TO WS-CONV-EOF-FLAG.
         PERFORM UNTIL WS-CONV-EOF-FLAG EQUAL "EOF"
           READ OPRUNL-FILE
               AT END MOVE "EOF" TO WS-CONV-EOF-FLAG
           END-READ
           IF WS-CONV-EOF-FLAG NOT EQUAL "EOF"
             MOVE OPRUNL-RECORD TO OPER-RECORD
             MOVE "N" TO OPR-ROLE-COMPLIANCE
             WRITE OPER-RECORD
               INVALID KEY
                 DISPLAY "RECORD NOT RELOADED (STATUS "
                     WS-OPER-STATUS ")" LINE 24 COL 5
             END-WRITE
           END-IF
         END-PERFORM.
         CLOSE OPRUNL-FILE.
         CLOSE OPER-FILE.

         DISPLAY "OPERATOR MASTER CONVERTED: " WS-CONV-COUNT
             " OPERATORS - RESTART AND SIGN ON AGAIN" LINE 22 COL 5.

       CONVERT-OLD-OPER-REOPEN.
         PERFORM OPEN-OPER-FILE THRU OPEN-OPER-FILE-EXIT.

       CONVERT-OLD-OPER-EXIT.
         CONTINUE.

      * RUECKLASTSCHRIFT PROCESSING - READS THE BANK'S RETURN FILE,
      * PRINTS THE DAY'S RETURNS JOURNAL FOR THE RECEIVABLES TEAM,
      * BLOCKS THE MANDATE ON THE BENEFICIARY MASTER WHERE THE
         MOVE SPACES TO REPORT-LINE.
         WRITE REPORT-LINE.

      * GL REVERSALS OF THE RETURNED COLLECTIONS - STAMPED WITH THE
      * TIME AS WELL, SO A SECOND RUN ON THE SAME DAY DOES NOT
      * OVERWRITE A JOURNAL FINANCE MAY NOT HAVE IMPORTED YET.
         MOVE SPACES TO WS-GL-FILE-NAME.
         STRING "GLRET_" WS-CURRENT-DATETIME(7:2)
             WS-CURRENT-DATETIME(5:2) WS-CURRENT-DATETIME(3:2)
             "_" WS-CURRENT-DATETIME(9:6) ".TXT"
             DELIMITED BY SIZE INTO WS-GL-FILE-NAME.
         MOVE SPACES TO WS-GL-JOURNAL-ID.
         STRING "RET" WS-CURRENT-DATETIME(1:14)
             DELIMITED BY SIZE INTO WS-GL-JOURNAL-ID.
         MOVE "RET" TO WS-GL-ART.
         MOVE "Y" TO WS-GL-UMKEHR.
         MOVE "Y" TO WS-GL-LASTSCHRIFT.
         MOVE 0 TO WS-GL-KONTROLLSUMME.
         PERFORM OPEN-GL-JOURNAL THRU OPEN-GL-JOURNAL-EXIT.

         MOVE 0 TO WS-RET-COUNT.
         MOVE 0 TO WS-RET-RETRY-COUNT.
         MOVE 0 TO WS-RET-BLOCK-COUNT.
           END-IF
         END-PERFORM.
         CLOSE RETURNS-FILE.
         PERFORM CLOSE-GL-JOURNAL THRU CLOSE-GL-JOURNAL-EXIT.

         MOVE SPACES TO REPORT-LINE.
         WRITE REPORT-LINE.
           WRITE REPORT-LINE
         END-IF.

         PERFORM BOOK-GL-RETURN.

         IF WS-RET-CLASS EQUAL "B"
           PERFORM BLOCK-MANDATE THRU BLOCK-MANDATE-EXIT
         END-IF.
               THRU STORE-RETRYABLE-RETURN-EXIT
         END-IF.

         PERFORM UPDATE-MANDATE-ON-RETURN
             THRU UPDATE-MANDATE-ON-RETURN-EXIT.

       PROCESS-ONE-RETURN-EXIT.
         CONTINUE.

      * GL REVERSAL OF ONE RETURNED COLLECTION. THE RETURN RECORD
      * DOES NOT SAY WHICH OF OUR ACCOUNTS WAS CREDITED, SO THE BANK
      * SIDE GOES TO THE "BANK *" ACCOUNT OF GLMAP.CFG; THE CLEARING
      * SIDE FOLLOWS THE TEXTSCHLUESSEL OF THE PAYHIST ROW (05 WHEN
      * THE COLLECTION CANNOT BE FOUND THERE).
       BOOK-GL-RETURN.
         ADD RET-BETRAG TO WS-GL-KONTROLLSUMME.
         IF WS-P2-HIST-FOUND EQUAL "Y"
           MOVE WS-P2-HIST-TS TO WS-GL-TS
         ELSE
           MOVE 05 TO WS-GL-TS
         END-IF.
         MOVE 0 TO WS-GL-ORIG-NUM.
         MOVE RET-DATUM TO WS-GL-DATE-X(3:6).
         MOVE "20" TO WS-GL-BUCHUNGSDATUM(1:2).
         MOVE WS-GL-DATE-X(7:2) TO WS-GL-BUCHUNGSDATUM(3:2).
         MOVE WS-GL-DATE-X(5:2) TO WS-GL-BUCHUNGSDATUM(5:2).
         MOVE WS-GL-DATE-X(3:2) TO WS-GL-BUCHUNGSDATUM(7:2).
         MOVE RET-BETRAG TO WS-GL-BETRAG.
         MOVE "EUR" TO WS-GL-WAEHRUNG.
         MOVE SPACES TO WS-GL-TEXT.
         STRING "RUECKLASTSCHRIFT " RET-REASON
             DELIMITED BY SIZE INTO WS-GL-TEXT.
         MOVE RET-MANDATE-REF(1:20) TO WS-GL-BELEG.
         PERFORM BOOK-GL-ENTRY THRU BOOK-GL-ENTRY-EXIT.

      * ISO RETURN REASONS: "B" KILLS THE MANDATE (AC04 ACCOUNT
      * CLOSED, AC06 ACCOUNT BLOCKED, MD01 NO/INVALID MANDATE, MD07
      * DEBTOR DECEASED, MS02 REFUSAL BY DEBTOR), "R" MAY BE
       BLOCK-MANDATE-EXIT.
         CONTINUE.

      * THE MANDATE MASTER FOLLOWS EVERY RETURN: A "B" REASON CANCELS
      * THE MANDATE (SAME ROLE RULE AS BLOCK-MANDATE). ANY OTHER
      * RETURN MEANS THE COLLECTION NEVER HAPPENED - IT COMES OFF THE
      * COUNT, A MANDATE WHOSE ONLY COLLECTION CAME BACK STARTS AGAIN
      * WITH FRST (OOFF), AND A RETURNED FNAL/OOFF REOPENS IT.
       UPDATE-MANDATE-ON-RETURN.
         IF WS-MANDATE-AVAILABLE NOT EQUAL "Y" OR
             RET-MANDATE-REF EQUAL SPACES
           GO TO UPDATE-MANDATE-ON-RETURN-EXIT
         END-IF.

         MOVE RET-MANDATE-REF TO MND-REF.
         READ MANDATE-FILE
           INVALID KEY
             MOVE "    MANDATE NOT ON MANDATE MASTER" TO REPORT-LINE
             WRITE REPORT-LINE
             GO TO UPDATE-MANDATE-ON-RETURN-EXIT
         END-READ.

         IF WS-RET-CLASS EQUAL "B"
           IF WS-OPER-ENFORCE EQUAL "Y" AND
               WS-OPR-ROLE-BENEF NOT EQUAL "Y"
             MOVE "MANDATE-CANCEL" TO WS-SEC-ACTION
             MOVE "DENIED" TO WS-SEC-RESULT
             PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
             MOVE "    NOT AUTHORIZED TO CANCEL - CANCEL BY HAND"
                 TO REPORT-LINE
             WRITE REPORT-LINE
             GO TO UPDATE-MANDATE-ON-RETURN-EXIT
           END-IF
           MOVE "C" TO MND-STATUS
           MOVE RET-REASON TO MND-GRUND
         ELSE
           IF MND-ANZAHL > 0
             SUBTRACT 1 FROM MND-ANZAHL
           END-IF
           IF MND-ANZAHL EQUAL 0
             IF MND-TYP EQUAL "O"
               MOVE "OOFF" TO MND-SEQ-TP
             ELSE
               MOVE "FRST" TO MND-SEQ-TP
             END-IF
           END-IF
           IF MND-STATUS EQUAL "F"
             MOVE "A" TO MND-STATUS
             MOVE SPACES TO MND-GRUND
           END-IF
         END-IF.

         REWRITE MANDATE-RECORD
           INVALID KEY
             MOVE "    MANDATE MASTER UPDATE FAILED - UPDATE BY HAND"
                 TO REPORT-LINE
             WRITE REPORT-LINE
             GO TO UPDATE-MANDATE-ON-RETURN-EXIT
         END-REWRITE.

         MOVE SPACES TO REPORT-LINE.
         IF WS-RET-CLASS EQUAL "B"
           MOVE "MANDATE-CANCEL" TO WS-SEC-ACTION
           MOVE "OK" TO WS-SEC-RESULT
           MOVE MND-REF TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           MOVE "    MANDATE CANCELLED ON MANDATE MASTER"
               TO REPORT-LINE
         ELSE
           STRING "    MANDATE MASTER: " MND-ANZAHL
               " COLLECTIONS, NEXT SEQUENZTYP " MND-SEQ-TP
               DELIMITED BY SIZE INTO REPORT-LINE
         END-IF.
         WRITE REPORT-LINE.

       UPDATE-MANDATE-ON-RETURN-EXIT.
         CONTINUE.

       STORE-RETRYABLE-RETURN.
         IF WS-RET-RETRY-COUNT >= WS-MAX-RETURNS
           MOVE "    RETRY TABLE FULL - RE-PRESENT BY HAND"
           MOVE RETRY-MANDATE-REF(WS-RET-IDX)
               TO MANDATE-REF IN WS-SEPA-FIELDS
           MOVE 0 TO MANDATE-DATUM IN WS-SEPA-FIELDS
           MOVE SPACES TO MANDATE-SEQ-TP IN WS-SEPA-FIELDS
           MOVE SPACES TO AP-BELEG-NR IN WS-SEPA-FIELDS
           MOVE SPACES TO SAN-ANGABEN IN WS-SEPA-FIELDS
      * WHERE THE MANDATE IS ON THE MASTER, ITS SIGNATURE DATE AND
      * NEXT SEQUENCE TYPE COME FROM THERE.
           IF WS-MANDATE-AVAILABLE EQUAL "Y"
             MOVE RETRY-MANDATE-REF(WS-RET-IDX) TO MND-REF
             READ MANDATE-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE MND-SIGN-DT TO MANDATE-DATUM IN WS-SEPA-FIELDS
                 MOVE MND-SEQ-TP TO MANDATE-SEQ-TP IN WS-SEPA-FIELDS
             END-READ
           END-IF

           ADD 1 TO WS-C-SATZ-COUNT
           ADD 1 TO WS-C-SATZ-ACTIVE-COUNT
           PERFORM PUT-BATCH-ROW
         END-PERFORM.

         MOVE "N" TO WS-SAN-REPORT.
         PERFORM SCREEN-BATCH-SANCTIONS.
         IF WS-SAN-HOLD-COUNT > 0
           DISPLAY "SANCTIONS LIST HITS: " WS-SAN-HOLD-COUNT
               " PAYMENTS ON HOLD FOR COMPLIANCE REVIEW"
               LINE 23 COL 5
         END-IF.

      * AP-INTERFACE IMPORT - READS THE STAGING FILE THE AP SYSTEM
      * HANDS OVER AND PUSHES EVERY LINE THROUGH THE SAME CHECKS A
      * KEYED ENTRY GETS (BLZ DIRECTORY OR CHECK DIGIT, KONTO CHECK
       IMPORT-AP-FILE.
         MOVE "N" TO WS-AP-OK.

         IF WS-JOB-MODE NOT EQUAL "Y"
           DISPLAY AP-NAME-SCREEN
           ACCEPT AP-NAME-SCREEN
         END-IF.
         IF WS-AP-FILE-NAME EQUAL SPACES
           MOVE "APSTAGE.TXT" TO WS-AP-FILE-NAME
         END-IF.

         OPEN INPUT AP-FILE.
         IF WS-AP-STATUS NOT EQUAL "00"
           STRING "AP STAGING FILE NOT FOUND (STATUS " WS-AP-STATUS ")"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO IMPORT-AP-FILE-EXIT
         END-IF.

           END-IF
         END-PERFORM.
         CLOSE AP-FILE.
         PERFORM CLOSE-AP-FEEDBACK.

      * THE LOADED ROWS ARE SCREENED AS A WHOLE - A HIT IS LOADED
      * LIKE ANY OTHER ROW BUT HELD, AND LISTED HERE SO AP KNOWS
      * WHICH DOCUMENTS WAIT ON COMPLIANCE.
         MOVE "Y" TO WS-SAN-REPORT.
         PERFORM SCREEN-BATCH-SANCTIONS.
         MOVE "N" TO WS-SAN-REPORT.

         MOVE SPACES TO REPORT-LINE.
         WRITE REPORT-LINE.
         MOVE SPACES TO REPORT-LINE.
         STRING "LOADED " WS-AP-LOADED
             " REJECTED " WS-AP-REJECTED
             " ON SANCTIONS HOLD " WS-SAN-HOLD-COUNT
             DELIMITED BY SIZE INTO REPORT-LINE.
         WRITE REPORT-LINE.
         CLOSE REPORT-FILE.

         IF WS-SAN-HOLD-COUNT > 0
           STRING "SANCTIONS LIST HITS ON APERRORS.TXT: "
               WS-SAN-HOLD-COUNT " PAYMENTS ON HOLD"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           MOVE 22 TO WS-MSG-LINE
           PERFORM SHOW-MESSAGE
         END-IF.

         IF WS-AP-REJECTED > 0
           STRING "REJECTS ON APERRORS.TXT: " WS-AP-REJECTED
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           MOVE 23 TO WS-MSG-LINE
           PERFORM SHOW-MESSAGE
         END-IF.

         IF WS-AP-LOADED EQUAL 0
           MOVE "NOTHING LOADED FROM THE AP FILE" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO IMPORT-AP-FILE-EXIT
         END-IF.

         STRING "AP BATCH LOADED: " WS-AP-LOADED " PAYMENTS"
             DELIMITED BY SIZE INTO WS-MSG-TEXT
         PERFORM SHOW-MESSAGE.
         MOVE "Y" TO WS-AP-OK.

       IMPORT-AP-FILE-EXIT.
         MOVE SPACES TO WS-AP-TOK-ZWECK.
         MOVE SPACES TO WS-AP-TOK-TS.
         MOVE SPACES TO WS-AP-TOK-NAME.
         MOVE SPACES TO WS-AP-TOK-BELEG.
         UNSTRING AP-LINE DELIMITED BY ";"
             INTO WS-AP-TOK-KND WS-AP-TOK-BLZ WS-AP-TOK-KTO
             WS-AP-TOK-BETRAG WS-AP-TOK-ZWECK WS-AP-TOK-TS
             WS-AP-TOK-NAME WS-AP-TOK-BELEG
         END-UNSTRING.

         IF FUNCTION TEST-NUMVAL(WS-AP-TOK-BETRAG) NOT EQUAL 0
         MOVE SPACES TO BIC-BEGUENSTIGTER IN WS-SEPA-FIELDS.
         MOVE SPACES TO MANDATE-REF IN WS-SEPA-FIELDS.
         MOVE 0 TO MANDATE-DATUM IN WS-SEPA-FIELDS.
         MOVE SPACES TO ZV-ANGABEN IN WS-SEPA-FIELDS.
         MOVE WS-AP-TOK-BELEG TO AP-BELEG-NR IN WS-SEPA-FIELDS.

      * A KNOWN KUNDENNUMMER PREFILLS THE BANK FIELDS FROM THE
      * MASTER, EXACTLY LIKE KND-NR-LOOKUP ON THE ENTRY SCREEN.
         STRING "REJ " WS-AP-REJ-REASON ": " AP-LINE(1:80)
             DELIMITED BY SIZE INTO REPORT-LINE.
         WRITE REPORT-LINE.
         IF WS-AP-TOK-BELEG NOT EQUAL SPACES
           MOVE "IMPORT-REJECTED" TO WS-APFB-STS
           MOVE WS-AP-TOK-BELEG TO WS-APFB-BELEG
           MOVE 0 TO WS-APFB-REF
           MOVE 0 TO WS-APFB-TEIL
           MOVE FUNCTION CURRENT-DATE TO WS-APFB-NOW
           MOVE WS-APFB-NOW(1:8) TO WS-APFB-DATUM
           MOVE 0 TO WS-APFB-BETRAG
           IF FUNCTION TEST-NUMVAL(WS-AP-TOK-BETRAG) EQUAL 0
             MOVE FUNCTION NUMVAL(WS-AP-TOK-BETRAG) TO WS-APFB-BETRAG
           END-IF
           MOVE WS-AP-REJ-REASON TO WS-APFB-GRUND
           PERFORM WRITE-AP-FEEDBACK THRU WRITE-AP-FEEDBACK-EXIT
         END-IF.

       IMPORT-AP-ROW-EXIT.
         CONTINUE.

      * ONE LINE ON APSTATUS.TXT FROM THE WS-APFB- FIELDS, OPENING
      * THE FILE FIRST WHEN THIS RUN HAS NOT YET DONE SO. A FEEDBACK
      * FILE THAT CANNOT BE WRITTEN ONLY WARNS - THE PAYMENT RUN
      * ITSELF MUST NOT FAIL OVER IT.
       WRITE-AP-FEEDBACK.
         IF WS-APFB-OPEN NOT EQUAL "Y"
           OPEN EXTEND APFB-FILE
           IF WS-APFB-STATUS EQUAL "35"
             OPEN OUTPUT APFB-FILE
           END-IF
           IF WS-APFB-STATUS NOT EQUAL "00"
             STRING "AP STATUS FILE NOT WRITTEN (STATUS " WS-APFB-STATUS
                 ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
             MOVE 22 TO WS-MSG-LINE
             PERFORM SHOW-MESSAGE
             GO TO WRITE-AP-FEEDBACK-EXIT
           END-IF
           MOVE "Y" TO WS-APFB-OPEN
         END-IF.

         MOVE FUNCTION CURRENT-DATE TO WS-APFB-NOW.
         MOVE SPACES TO APFB-LINE.
         STRING FUNCTION TRIM(WS-APFB-STS) ";"
             FUNCTION TRIM(WS-APFB-BELEG) ";"
             WS-APFB-REF ";" WS-APFB-TEIL ";"
             WS-APFB-DATUM ";" WS-APFB-BETRAG ";"
             FUNCTION TRIM(WS-APFB-GRUND) ";"
             WS-APFB-NOW(1:14)
             DELIMITED BY SIZE INTO APFB-LINE.
         WRITE APFB-LINE.

       WRITE-AP-FEEDBACK-EXIT.
         CONTINUE.

       CLOSE-AP-FEEDBACK.
         IF WS-APFB-OPEN EQUAL "Y"
           CLOSE APFB-FILE
           MOVE "N" TO WS-APFB-OPEN
         END-IF.

      * RELEASED LINE FOR EVERY AP ROW OF THE BATCH JUST WRITTEN -
      * BATCH REFERENCE, OUTPUT PART AND EXECUTION DATE - ON THE AP
      * STATUS FILE AND ON OUR OWN REGISTER.
       WRITE-AP-RELEASE-FEEDBACK.
         MOVE "N" TO WS-APREG-OPEN.
         MOVE REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS TO WS-APFB-DATE-X.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y" AND
               AP-BELEG-NR IN WS-SEPA-FIELDS NOT EQUAL SPACES
             MOVE "RELEASED" TO WS-APFB-STS
             MOVE AP-BELEG-NR IN WS-SEPA-FIELDS TO WS-APFB-BELEG
             MOVE SAMMEL-REF-NR IN WS-A-SATZ TO WS-APFB-REF
             MOVE WS-ROW-PART TO WS-APFB-TEIL
             MOVE WS-APFB-DATE-X(5:4) TO WS-APFB-DATUM(1:4)
             MOVE WS-APFB-DATE-X(3:2) TO WS-APFB-DATUM(5:2)
             MOVE WS-APFB-DATE-X(1:2) TO WS-APFB-DATUM(7:2)
             MOVE BETRAG IN WS-C-SATZ TO WS-APFB-BETRAG
             MOVE SPACES TO WS-APFB-GRUND
             PERFORM WRITE-AP-FEEDBACK THRU WRITE-AP-FEEDBACK-EXIT
             PERFORM WRITE-AP-REGISTER
           END-IF
         END-PERFORM.
         PERFORM CLOSE-AP-FEEDBACK.
         IF WS-APREG-OPEN EQUAL "Y"
           CLOSE APREG-FILE
         END-IF.
         MOVE "N" TO WS-APREG-OPEN.

      * WS-APREG-OPEN: "N" NOT YET OPENED THIS RELEASE, "Y" OPEN,
      * "X" COULD NOT BE OPENED (SAID ONCE, THEN SKIPPED).
       WRITE-AP-REGISTER.
         IF WS-APREG-OPEN EQUAL "N"
           OPEN EXTEND APREG-FILE
           IF WS-APREG-STATUS EQUAL "35"
             OPEN OUTPUT APREG-FILE
           END-IF
           IF WS-APREG-STATUS EQUAL "00" OR WS-APREG-STATUS EQUAL "05"
             MOVE "Y" TO WS-APREG-OPEN
           ELSE
             MOVE "X" TO WS-APREG-OPEN
             STRING "AP REGISTER NOT WRITTEN (STATUS " WS-APREG-STATUS
                 ") - NO SETTLED FEEDBACK FOR THIS BATCH"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT
             MOVE 22 TO WS-MSG-LINE
             PERFORM SHOW-MESSAGE
           END-IF
         END-IF.
         IF WS-APREG-OPEN EQUAL "Y"
           MOVE FUNCTION CURRENT-DATE TO WS-APFB-NOW
           MOVE SPACES TO APREG-LINE
           STRING FUNCTION TRIM(WS-APFB-STS) ";"
               FUNCTION TRIM(WS-APFB-BELEG) ";"
               WS-APFB-REF ";" WS-APFB-TEIL ";"
               WS-APFB-DATUM ";" WS-APFB-BETRAG ";"
               FUNCTION TRIM(WS-APFB-GRUND) ";"
               WS-APFB-NOW(1:14)
               DELIMITED BY SIZE INTO APREG-LINE
           WRITE APREG-LINE
         END-IF.

      * SETTLED LINES AFTER A STATEMENT RECONCILIATION. THE MANIFEST
      * KNOWS BATCHES, NOT DOCUMENTS, SO THE DOCUMENTS OF EACH
      * NEWLY SETTLED BATCH (OR PART) ARE FOUND FROM THEIR OWN
      * RELEASED LINES ON THE AP REGISTER - NOT ON APSTATUS.TXT,
      * WHICH AP HAS USUALLY READ AND CLEARED BY THEN.
       WRITE-AP-SETTLED-FEEDBACK.
         MOVE 0 TO WS-APFB-SET-COUNT.
         PERFORM VARYING WS-RC-ROW FROM 1 BY 1
             UNTIL WS-RC-ROW > WS-MANIFEST-ROWS
           IF RECON-MAN-SETTLED(WS-RC-ROW) EQUAL "Y"
             PERFORM STORE-AP-SETTLED-BATCH
                 THRU STORE-AP-SETTLED-BATCH-EXIT
           END-IF
         END-PERFORM.
         IF WS-APFB-SET-COUNT EQUAL 0
           GO TO WRITE-AP-SETTLED-FEEDBACK-EXIT
         END-IF.

         OPEN INPUT APREG-FILE.
         IF WS-APREG-STATUS NOT EQUAL "00"
           GO TO WRITE-AP-SETTLED-FEEDBACK-EXIT
         END-IF.
         MOVE 0 TO WS-APFB-DOC-COUNT.
         MOVE "NO" TO WS-APFB-EOF-FLAG.
         PERFORM UNTIL WS-APFB-EOF-FLAG EQUAL "EOF"
           READ APREG-FILE
               AT END MOVE "EOF" TO WS-APFB-EOF-FLAG
           END-READ
           IF WS-APFB-EOF-FLAG NOT EQUAL "EOF" AND
               APREG-LINE(1:9) EQUAL "RELEASED;"
             PERFORM COLLECT-AP-SETTLED-DOC
                 THRU COLLECT-AP-SETTLED-DOC-EXIT
           END-IF
         END-PERFORM.
         CLOSE APREG-FILE.

         PERFORM VARYING WS-APD-IDX FROM 1 BY 1
             UNTIL WS-APD-IDX > WS-APFB-DOC-COUNT
           MOVE "SETTLED" TO WS-APFB-STS
           MOVE APFB-DOC-BELEG(WS-APD-IDX) TO WS-APFB-BELEG
           MOVE APFB-DOC-REF(WS-APD-IDX) TO WS-APFB-REF
           MOVE APFB-DOC-TEIL(WS-APD-IDX) TO WS-APFB-TEIL
           MOVE APFB-DOC-DATUM(WS-APD-IDX) TO WS-APFB-DATUM
           MOVE APFB-DOC-BETRAG(WS-APD-IDX) TO WS-APFB-BETRAG
           MOVE SPACES TO WS-APFB-GRUND
           PERFORM WRITE-AP-FEEDBACK THRU WRITE-AP-FEEDBACK-EXIT
         END-PERFORM.
         PERFORM CLOSE-AP-FEEDBACK.

       WRITE-AP-SETTLED-FEEDBACK-EXIT.
         CONTINUE.

      * SAMMEL-REF AND PART OF ONE SETTLED MANIFEST LINE - THE REF IS
      * CUT FROM THE FILE NAME (DTAUS_/DTAZV_DDMMYY_<REF>...), THE
      * PART FROM THE " PART N/M" TOKEN OF A SPLIT BATCH.
       STORE-AP-SETTLED-BATCH.
         MOVE SPACES TO WS-RC-TOKEN.
         MOVE SPACES TO WS-APFB-NAME.
         UNSTRING MAN-TBL-LINE(WS-RC-ROW) DELIMITED BY ALL " "
             INTO WS-RC-TOKEN WS-APFB-NAME
         END-UNSTRING.
         IF WS-APFB-NAME(14:10) IS NOT NUMERIC OR
             WS-APFB-SET-COUNT >= WS-MAX-APFB-SET
           GO TO STORE-AP-SETTLED-BATCH-EXIT
         END-IF.
         ADD 1 TO WS-APFB-SET-COUNT.
         SET WS-APS-IDX TO WS-APFB-SET-COUNT.
         MOVE WS-APFB-NAME(14:10) TO APFB-SET-REF(WS-APS-IDX).
         MOVE 0 TO APFB-SET-TEIL(WS-APS-IDX).
         MOVE SPACES TO WS-RC-PART1.
         MOVE SPACES TO WS-RC-PART2.
         UNSTRING MAN-TBL-LINE(WS-RC-ROW) DELIMITED BY " PART "
             INTO WS-RC-PART1 WS-RC-PART2
         END-UNSTRING.
         IF WS-RC-PART2(1:3) IS NUMERIC
           MOVE WS-RC-PART2(1:3) TO APFB-SET-TEIL(WS-APS-IDX)
         END-IF.
         MOVE RECON-MAN-VALUTA(WS-RC-ROW) TO WS-APFB-DATE-X(3:6).
         MOVE "20" TO APFB-SET-DATUM(WS-APS-IDX)(1:2).
         MOVE WS-APFB-DATE-X(3:6) TO APFB-SET-DATUM(WS-APS-IDX)(3:6).

       STORE-AP-SETTLED-BATCH-EXIT.
         CONTINUE.

      * ONE RELEASED LINE OF THE AP REGISTER - KEPT WHEN ITS BATCH
      * (AND PART, WHERE THE MANIFEST LINE NAMES ONE) WAS JUST SETTLED.
       COLLECT-AP-SETTLED-DOC.
         MOVE SPACES TO WS-APFB-TOK-STS.
         MOVE SPACES TO WS-APFB-TOK-BELEG.
         MOVE SPACES TO WS-APFB-TOK-REF.
         MOVE SPACES TO WS-APFB-TOK-TEIL.
         MOVE SPACES TO WS-APFB-TOK-DATUM.
         MOVE SPACES TO WS-APFB-TOK-BETRAG.
         UNSTRING APREG-LINE DELIMITED BY ";"
             INTO WS-APFB-TOK-STS WS-APFB-TOK-BELEG WS-APFB-TOK-REF
             WS-APFB-TOK-TEIL WS-APFB-TOK-DATUM WS-APFB-TOK-BETRAG
         END-UNSTRING.
         IF WS-APFB-TOK-REF IS NOT NUMERIC OR
             WS-APFB-TOK-TEIL IS NOT NUMERIC OR
             WS-APFB-TOK-BETRAG IS NOT NUMERIC OR
             WS-APFB-DOC-COUNT >= WS-MAX-APFB-DOCS
           GO TO COLLECT-AP-SETTLED-DOC-EXIT
         END-IF.

         MOVE "N" TO WS-APFB-SET-HIT.
         PERFORM VARYING WS-APS-IDX FROM 1 BY 1
             UNTIL WS-APS-IDX > WS-APFB-SET-COUNT OR
                 WS-APFB-SET-HIT EQUAL "Y"
           IF APFB-SET-REF(WS-APS-IDX) EQUAL WS-APFB-TOK-REF AND
               (APFB-SET-TEIL(WS-APS-IDX) EQUAL 0 OR
                APFB-SET-TEIL(WS-APS-IDX) EQUAL WS-APFB-TOK-TEIL)
             MOVE "Y" TO WS-APFB-SET-HIT
             ADD 1 TO WS-APFB-DOC-COUNT
             SET WS-APD-IDX TO WS-APFB-DOC-COUNT
             MOVE WS-APFB-TOK-BELEG TO APFB-DOC-BELEG(WS-APD-IDX)
             MOVE WS-APFB-TOK-REF TO APFB-DOC-REF(WS-APD-IDX)
             MOVE WS-APFB-TOK-TEIL TO APFB-DOC-TEIL(WS-APD-IDX)
             MOVE WS-APFB-TOK-BETRAG TO APFB-DOC-BETRAG(WS-APD-IDX)
             MOVE APFB-SET-DATUM(WS-APS-IDX)
                 TO APFB-DOC-DATUM(WS-APD-IDX)
           END-IF
         END-PERFORM.

       COLLECT-AP-SETTLED-DOC-EXIT.
         CONTINUE.

      * OPENS THE BENEFICIARY MASTER FOR THE RUN, CREATING IT ON THE
      * FIRST EVER START (STATUS 35 = FILE NOT FOUND). IF IT STILL
      * CANNOT BE OPENED THE PROGRAM RUNS ON WITHOUT LOOKUPS RATHER
           MOVE "Y" TO WS-BENEF-AVAILABLE
         ELSE
           MOVE "N" TO WS-BENEF-AVAILABLE
           STRING "BENEFICIARY MASTER UNAVAILABLE (STATUS "
               WS-BENEF-STATUS ") - LOOKUPS OFF"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       OPEN-BENEF-FILE-EXIT.
         CONTINUE.

      * SAME FOR THE SEPA MANDATE MASTER - WITHOUT IT COLLECTIONS
      * STILL GO OUT, BUT UNCHECKED AND WITH THE OPERATOR'S OWN
      * SEQUENCE TYPE.
       OPEN-MANDATE-FILE.
         OPEN I-O MANDATE-FILE.
         IF WS-MANDATE-STATUS EQUAL "35"
           OPEN OUTPUT MANDATE-FILE
           CLOSE MANDATE-FILE
           OPEN I-O MANDATE-FILE
         END-IF.
         IF WS-MANDATE-STATUS EQUAL "00"
           MOVE "Y" TO WS-MANDATE-AVAILABLE
         ELSE
           MOVE "N" TO WS-MANDATE-AVAILABLE
           STRING "SEPA MANDATE MASTER UNAVAILABLE (STATUS "
               WS-MANDATE-STATUS ") - MANDATE CHECKS OFF"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       OPEN-MANDATE-FILE-EXIT.
         CONTINUE.

      * SAME FOR THE BANK-DETAIL CHANGE JOURNAL - WITHOUT IT THE
      * BANK FIELDS ON THE BENEFICIARY MASTER CANNOT BE CHANGED AT
      * ALL, SINCE NO SECOND OPERATOR COULD EVER CONFIRM THEM.
       OPEN-BENCHG-FILE.
         OPEN I-O BENCHG-FILE.
         IF WS-BENCHG-STATUS EQUAL "35"
           OPEN OUTPUT BENCHG-FILE
           CLOSE BENCHG-FILE
           OPEN I-O BENCHG-FILE
         END-IF.
         IF WS-BENCHG-STATUS EQUAL "00"
           MOVE "Y" TO WS-BENCHG-AVAILABLE
         ELSE
           MOVE "N" TO WS-BENCHG-AVAILABLE
           STRING "BANK-DETAIL CHANGE JOURNAL UNAVAILABLE (STATUS "
               WS-BENCHG-STATUS ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       OPEN-BENCHG-FILE-EXIT.
         CONTINUE.

      * SAME FOR THE SANCTIONS HIT-REVIEW QUEUE. WITHOUT IT A HIT
      * CAN STILL BE HELD, BUT NEVER DECIDED - SO A BATCH WITH A HIT
      * STAYS HELD UNTIL THE QUEUE IS BACK.
       OPEN-SANHIT-FILE.
         OPEN I-O SANHIT-FILE.
         IF WS-SANHIT-STATUS EQUAL "35"
           OPEN OUTPUT SANHIT-FILE
           CLOSE SANHIT-FILE
           OPEN I-O SANHIT-FILE
         END-IF.
         IF WS-SANHIT-STATUS EQUAL "00"
           MOVE "Y" TO WS-SANHIT-AVAILABLE
         ELSE
           MOVE "N" TO WS-SANHIT-AVAILABLE
           STRING "SANCTIONS HIT-REVIEW QUEUE UNAVAILABLE (STATUS "
               WS-SANHIT-STATUS ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       OPEN-SANHIT-FILE-EXIT.
         CONTINUE.

      * OPERATOR SIGN-ON - THE ID KEYED HERE IS WHAT THE FOUR-EYES
      * CONTROL COMPARES: IT IS STORED WITH A SUBMITTED BATCH AND
      * MUST DIFFER FROM IT AT RELEASE TIME, AND BOTH IDS GO ON THE
         MOVE OPR-ROLE-SUPERVISOR TO WS-OPR-ROLE-SUPERVISOR.
         MOVE OPR-ROLE-RELEASE TO WS-OPR-ROLE-RELEASE.
         MOVE OPR-ROLE-BENEF TO WS-OPR-ROLE-BENEF.
         MOVE OPR-ROLE-COMPLIANCE TO WS-OPR-ROLE-COMPLIANCE.
         MOVE "SIGNON" TO WS-SEC-ACTION.
         MOVE "OK" TO WS-SEC-RESULT.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.
       OPERATOR-SIGNON-EXIT.
         CONTINUE.

      * OPENS THE OPERATOR MASTER, CREATING IT ON FIRST START. AN
      * EMPTY MASTER CANNOT LOCK THE SHOP OUT, OR THE FIRST OPERATOR
      * RECORD COULD NEVER BE KEYED - ENFORCEMENT STARTS WITH THE
      * FIRST RECORD ON FILE. A MASTER THAT EXISTS BUT DOES NOT OPEN
      * LEAVES WS-OPER-AVAILABLE "N" FOR THE CALLER TO REFUSE.
       OPEN-OPER-FILE.
         MOVE "N" TO WS-OPER-AVAILABLE.
         MOVE "N" TO WS-OPER-ENFORCE.
           OPEN I-O OPER-FILE
         END-IF.
         IF WS-OPER-STATUS NOT EQUAL "00"
           STRING "OPERATOR MASTER UNUSABLE (STATUS " WS-OPER-STATUS
               ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO OPEN-OPER-FILE-EXIT
         END-IF.
         MOVE "Y" TO WS-OPER-AVAILABLE.
             END-READ
         END-START.
         IF WS-OPER-ENFORCE NOT EQUAL "Y"
           STRING "OPERATOR MASTER EMPTY - LEGACY SIGN-ON, ADD "
               "OPERATORS ON THE O MENU"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           MOVE 23 TO WS-MSG-LINE
           PERFORM SHOW-MESSAGE
         END-IF.

       OPEN-OPER-FILE-EXIT.
         CONTINUE.

      * A MASTER STILL IN THE LAYOUT BEFORE THE COMPLIANCE ROLE
      * (STATUS 39) IS OFFERED ITS CONVERSION RIGHT HERE, BEFORE
      * ANYBODY SIGNS ON - IT CARRIES EVERY PASSWORD AND ROLE ACROSS
      * AND GRANTS NOTHING. ANY OTHER FAILURE, OR A DECLINED
      * CONVERSION, ENDS THE RUN; A JOB ENDS WITH RC 8.
       OPER-FILE-UNUSABLE.
         IF WS-OPER-STATUS EQUAL "39" AND WS-JOB-MODE NOT EQUAL "Y"
           PERFORM CONVERT-OLD-OPER THRU CONVERT-OLD-OPER-EXIT
           IF WS-OPER-AVAILABLE EQUAL "Y"
             GO TO OPER-FILE-UNUSABLE-EXIT
           END-IF
         END-IF.
         MOVE "PROGRAM NOT STARTED - CONVERT OR REPAIR OPERMAST.DAT"
             TO WS-MSG-TEXT.
         MOVE 23 TO WS-MSG-LINE.
         PERFORM SHOW-MESSAGE.
         IF WS-JOB-MODE EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           PERFORM JOB-END
         END-IF.
         STOP RUN.

       OPER-FILE-UNUSABLE-EXIT.
         CONTINUE.

      * OPENS THE ORIGINATOR MASTER AND THE OPERATOR ASSIGNMENTS,
      * CREATING THEM ON FIRST START. THE MASTER TAKES OVER THE BATCH
      * HEADER WITH ITS FIRST RECORD, THE SAME WAY THE OPERATOR MASTER
      * STARTS ENFORCING - UNTIL THEN THE AUFTRAGGEBER FIELDS ARE
      * KEYED AS BEFORE. A FILE THAT EXISTS BUT DOES NOT OPEN (LAYOUT,
      * LOCK, DAMAGE) IS NOT AN EMPTY MASTER: WS-ORIG-BROKEN BLOCKS
      * EVERY BATCH-BUILDING MODE AND JOB FOR THE SESSION INSTEAD.
       OPEN-ORIG-FILES.
         MOVE "N" TO WS-ORIG-AVAILABLE.
         MOVE "N" TO WS-ORIG-IN-USE.
         MOVE "N" TO WS-ORIG-BROKEN.
         OPEN I-O ORIGASSG-FILE.
         IF WS-ORIGASSG-STATUS EQUAL "35"
           OPEN OUTPUT ORIGASSG-FILE
           CLOSE ORIGASSG-FILE
           OPEN I-O ORIGASSG-FILE
         END-IF.
         OPEN I-O ORIG-FILE.
         IF WS-ORIG-STATUS EQUAL "35"
           OPEN OUTPUT ORIG-FILE
           CLOSE ORIG-FILE
           OPEN I-O ORIG-FILE
         END-IF.
         IF WS-ORIG-STATUS NOT EQUAL "00" OR
             WS-ORIGASSG-STATUS NOT EQUAL "00"
           MOVE "Y" TO WS-ORIG-BROKEN
           STRING "ORIGINATOR MASTER UNUSABLE (STATUS "
               WS-ORIG-STATUS "/" WS-ORIGASSG-STATUS
               ") - NO BATCHES CAN BE BUILT" DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO OPEN-ORIG-FILES-EXIT
         END-IF.
         MOVE "Y" TO WS-ORIG-AVAILABLE.

         MOVE LOW-VALUES TO ORG-ID.
         START ORIG-FILE KEY NOT LESS THAN ORG-ID
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             READ ORIG-FILE NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 MOVE "Y" TO WS-ORIG-IN-USE
             END-READ
         END-START.

       OPEN-ORIG-FILES-EXIT.
         CONTINUE.

      * ONE LINE PER SECURITY EVENT, APPENDED AND HANDED TO AUDIT -
      * TIMESTAMP, SIGNED-ON OPERATOR, ACTION, RESULT AND AN
      * OPTIONAL DETAIL (E.G. THE OVERRIDING SUPERVISOR). THE
      * DETAIL FIELD CLEARS ITSELF AFTER EVERY LINE.
       WRITE-SECURITY-LOG.
         OPEN EXTEND SECLOG-FILE.
         IF WS-SECLOG-STATUS EQUAL "35"
           OPEN OUTPUT SECLOG-FILE
         END-IF.
         IF WS-SECLOG-STATUS NOT EQUAL "00" AND
             WS-SECLOG-STATUS NOT EQUAL "05"
           STRING "WARNING: SECURITY LOG NOT WRITTEN (STATUS "
               WS-SECLOG-STATUS ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           MOVE SPACES TO WS-SEC-DETAIL
           GO TO WRITE-SECURITY-LOG-EXIT
         END-IF.
       WRITE-SECURITY-LOG-EXIT.
         CONTINUE.

      * ONE STATUS OR ERROR MESSAGE - ON THE MESSAGE LINES OF THE
      * SCREEN IN A DIALOGUE RUN, ON THE JOB LOG IN A SCHEDULER JOB.
      * CALLERS FILL WS-MSG-TEXT (AND WS-MSG-LINE WHEN IT IS NOT THE
      * BOTTOM LINE); BOTH ARE RESET FOR THE NEXT MESSAGE.
       SHOW-MESSAGE.
         IF WS-JOB-MODE EQUAL "Y"
           PERFORM WRITE-JOB-LOG
         ELSE
           DISPLAY WS-MSG-TEXT LINE WS-MSG-LINE COL 5
         END-IF.
         MOVE SPACES TO WS-MSG-TEXT.
         MOVE 24 TO WS-MSG-LINE.

       WRITE-JOB-LOG.
         IF WS-JOBLOG-OPEN EQUAL "Y"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-STAMP
           MOVE SPACES TO JOBLOG-LINE
           STRING WS-JOB-STAMP(1:8) "-" WS-JOB-STAMP(9:6)
               " " WS-MSG-TEXT
               DELIMITED BY SIZE INTO JOBLOG-LINE
           WRITE JOBLOG-LINE
         END-IF.

      * PICKS UP THE SCHEDULER'S PARAMETERS. AN EMPTY COMMAND LINE IS
      * THE NORMAL DIALOGUE START; ANYTHING ELSE OPENS THE JOB LOG,
      * AND A PARAMETER ERROR ENDS THE JOB RIGHT HERE WITH RC 8.
       JOB-READ-PARAMETERS.
         ACCEPT WS-JOB-PARM FROM COMMAND-LINE.
         IF WS-JOB-PARM EQUAL SPACES
           GO TO JOB-READ-PARAMETERS-EXIT
         END-IF.
         MOVE "Y" TO WS-JOB-MODE.

         OPEN EXTEND JOBLOG-FILE.
         IF WS-JOBLOG-STATUS EQUAL "35"
           OPEN OUTPUT JOBLOG-FILE
         END-IF.
      * A JOB NOBODY CAN TRACE AFTERWARDS DOES NOT RUN AT ALL.
         IF WS-JOBLOG-STATUS NOT EQUAL "00" AND
             WS-JOBLOG-STATUS NOT EQUAL "05"
           MOVE 8 TO WS-JOB-RC
           PERFORM JOB-END
         END-IF.
         MOVE "Y" TO WS-JOBLOG-OPEN.

         STRING "JOB START " WS-JOB-PARM
             DELIMITED BY SIZE INTO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.

         MOVE SPACES TO WS-JOB-TOKENS.
         UNSTRING WS-JOB-PARM DELIMITED BY ALL SPACES
             INTO WS-JOB-TOKEN(1) WS-JOB-TOKEN(2) WS-JOB-TOKEN(3)
                 WS-JOB-TOKEN(4) WS-JOB-TOKEN(5) WS-JOB-TOKEN(6)
                 WS-JOB-TOKEN(7) WS-JOB-TOKEN(8)
             ON OVERFLOW
               MOVE "TOO MANY JOB PARAMETERS" TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               MOVE "Y" TO WS-JOB-PARM-BAD
         END-UNSTRING.
         PERFORM VARYING WS-JOB-TOK-IDX FROM 1 BY 1
             UNTIL WS-JOB-TOK-IDX > 8
           IF WS-JOB-TOKEN(WS-JOB-TOK-IDX) NOT EQUAL SPACES
             PERFORM JOB-STORE-PARAMETER
           END-IF
         END-PERFORM.

      * G, A AND P BUILD A BATCH AND TAKE ITS HEADER FROM THE TMPL=
      * TEMPLATE (G ITS PAYMENTS TOO); M, C, F AND K ONLY READ AND
      * REPORT. A AND P CAN HAVE THE HEADER BUILT FROM THE ORIGINATOR
      * MASTER INSTEAD - ORIG= IN PLACE OF TMPL=.
         EVALUATE WS-JOB-FUNC
           WHEN "G"
             IF WS-JOB-TMPL EQUAL SPACES
               STRING "FUNC=" WS-JOB-FUNC " NEEDS TMPL= (THE BATCH "
                   "HEADER TEMPLATE)" DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               MOVE "Y" TO WS-JOB-PARM-BAD
             END-IF
           WHEN "A"
           WHEN "P"
             IF WS-JOB-TMPL EQUAL SPACES AND WS-JOB-ORIG EQUAL SPACES
               STRING "FUNC=" WS-JOB-FUNC " NEEDS TMPL= (THE BATCH "
                   "HEADER TEMPLATE) OR ORIG= (THE ORIGINATOR)"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               MOVE "Y" TO WS-JOB-PARM-BAD
             END-IF
           WHEN "M"
           WHEN "C"
           WHEN "F"
           WHEN "K"
             CONTINUE
           WHEN OTHER
             MOVE "FUNC= MISSING OR NOT G, A, M, C, F, K OR P"
                 TO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             MOVE "Y" TO WS-JOB-PARM-BAD
         END-EVALUATE.

         IF WS-JOB-OPER EQUAL SPACES
           MOVE "OPER= MISSING - A JOB RUNS UNDER A NAMED OPERATOR"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           MOVE "Y" TO WS-JOB-PARM-BAD
         END-IF.

         IF WS-JOB-DATE NOT EQUAL SPACES
           MOVE 0 TO WS-BD-INT
           IF WS-JOB-DATE IS NUMERIC
             MOVE WS-JOB-DATE TO WS-BD-DATE
             PERFORM CONVERT-DDMMYYYY-TO-INT
                 THRU CONVERT-DDMMYYYY-TO-INT-EXIT
           END-IF
           IF WS-BD-INT EQUAL 0
             MOVE "DATE= IS NOT A VALID DDMMYYYY DATE" TO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             MOVE "Y" TO WS-JOB-PARM-BAD
           END-IF
         END-IF.

         IF WS-JOB-PARM-BAD EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           PERFORM JOB-END
         END-IF.

       JOB-READ-PARAMETERS-EXIT.
         CONTINUE.

       JOB-STORE-PARAMETER.
         MOVE SPACES TO WS-JOB-KEY.
         MOVE SPACES TO WS-JOB-VALUE.
         UNSTRING WS-JOB-TOKEN(WS-JOB-TOK-IDX) DELIMITED BY "="
             INTO WS-JOB-KEY WS-JOB-VALUE
         END-UNSTRING.
         MOVE FUNCTION UPPER-CASE(WS-JOB-KEY) TO WS-JOB-KEY.
         EVALUATE WS-JOB-KEY
           WHEN "FUNC"
             MOVE FUNCTION UPPER-CASE(WS-JOB-VALUE(1:1))
                 TO WS-JOB-FUNC
             IF WS-JOB-VALUE(2:) NOT EQUAL SPACES
               MOVE "?" TO WS-JOB-FUNC
             END-IF
           WHEN "OPER"
             MOVE WS-JOB-VALUE TO WS-JOB-OPER
           WHEN "FILE"
             MOVE WS-JOB-VALUE TO WS-JOB-FILE
           WHEN "TMPL"
             MOVE WS-JOB-VALUE TO WS-JOB-TMPL
           WHEN "ORIG"
             MOVE FUNCTION UPPER-CASE(WS-JOB-VALUE) TO WS-JOB-ORIG
           WHEN "DATE"
             MOVE WS-JOB-VALUE TO WS-JOB-DATE
           WHEN OTHER
             STRING "UNKNOWN JOB PARAMETER "
                 WS-JOB-TOKEN(WS-JOB-TOK-IDX)
                 DELIMITED BY SIZE INTO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             MOVE "Y" TO WS-JOB-PARM-BAD
         END-EVALUATE.

      * SIGN-ON OF THE TECHNICAL OPERATOR NAMED IN OPER= - THE SAME
      * MASTER RECORD CHECK AS OPERATOR-SIGNON, BUT ONE TRY ONLY AND
      * NO LEGACY MODE: WITHOUT AN OPERATOR MASTER IN FORCE NOBODY
      * COULD SAY WHO RAN THE JOB, SO IT DOES NOT RUN.
       JOB-SIGNON.
         MOVE WS-JOB-OPER TO WS-OPERATOR-ID.
         IF WS-OPER-ENFORCE NOT EQUAL "Y"
           MOVE "NO OPERATOR MASTER IN FORCE - NO JOB SIGN-ON"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           MOVE 8 TO WS-JOB-RC
           PERFORM JOB-END
         END-IF.

         ACCEPT WS-JOB-PW FROM ENVIRONMENT "DTAJOBPW".
         MOVE "N" TO WS-SIGNON-OK.
         MOVE WS-OPERATOR-ID TO OPR-ID.
         READ OPER-FILE
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF OPR-ACTIVE EQUAL "Y" AND
                 OPR-PASSWORD EQUAL WS-JOB-PW
               MOVE "Y" TO WS-SIGNON-OK
             END-IF
         END-READ.
         MOVE SPACES TO WS-JOB-PW.

         IF WS-SIGNON-OK NOT EQUAL "Y"
           MOVE "SIGNON" TO WS-SEC-ACTION
           MOVE "DENIED" TO WS-SEC-RESULT
           MOVE "BATCH JOB" TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           STRING "SIGN-ON REFUSED FOR OPERATOR " WS-OPERATOR-ID
               " - CHECK OPER= AND DTAJOBPW"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           MOVE 8 TO WS-JOB-RC
           PERFORM JOB-END
         END-IF.

         MOVE OPR-ROLE-ENTRY TO WS-OPR-ROLE-ENTRY.
         MOVE OPR-ROLE-SUPERVISOR TO WS-OPR-ROLE-SUPERVISOR.
         MOVE OPR-ROLE-RELEASE TO WS-OPR-ROLE-RELEASE.
         MOVE OPR-ROLE-BENEF TO WS-OPR-ROLE-BENEF.
         MOVE OPR-ROLE-COMPLIANCE TO WS-OPR-ROLE-COMPLIANCE.
         MOVE "SIGNON" TO WS-SEC-ACTION.
         MOVE "OK" TO WS-SEC-RESULT.
         MOVE "BATCH JOB" TO WS-SEC-DETAIL.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.
         STRING "SIGNED ON AS " WS-OPERATOR-ID " " OPR-NAME
             DELIMITED BY SIZE INTO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.

       JOB-SIGNON-EXIT.
         CONTINUE.

      * ONE SCHEDULER FUNCTION PER RUN. G, A AND P BUILD A BATCH AND
      * TAKE THE ENTRY ROLE LIKE THEIR MENU MODES; THE BATCH ONLY
      * EVER GOES TO THE PENDING FILE - RELEASING IT STAYS WITH A
      * SECOND OPERATOR AT THE SCREEN.
       JOB-RUN.
         IF WS-JOB-FUNC EQUAL "G" OR WS-JOB-FUNC EQUAL "A" OR
             WS-JOB-FUNC EQUAL "P"
           IF WS-OPR-ROLE-ENTRY NOT EQUAL "Y"
             EVALUATE WS-JOB-FUNC
               WHEN "G"
                 MOVE "TMPL-GENERATE" TO WS-SEC-ACTION
               WHEN "A"
                 MOVE "AP-IMPORT" TO WS-SEC-ACTION
               WHEN OTHER
                 MOVE "PAIN002-IMPORT" TO WS-SEC-ACTION
             END-EVALUATE
             MOVE "DENIED" TO WS-SEC-RESULT
             MOVE "BATCH JOB" TO WS-SEC-DETAIL
             PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
             STRING "OPERATOR " WS-OPERATOR-ID
                 " NOT AUTHORIZED FOR BATCH ENTRY"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             MOVE 8 TO WS-JOB-RC
             GO TO JOB-RUN-EXIT
           END-IF
           IF WS-ORIG-BROKEN EQUAL "Y"
             STRING "ORIGINATOR MASTER UNUSABLE (STATUS "
                 WS-ORIG-STATUS "/" WS-ORIGASSG-STATUS
                 ") - NO BATCHES CAN BE BUILT" DELIMITED BY SIZE
                 INTO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             MOVE 8 TO WS-JOB-RC
             GO TO JOB-RUN-EXIT
           END-IF
         END-IF.

         EVALUATE WS-JOB-FUNC
           WHEN "G"
             PERFORM JOB-TEMPLATE-BATCH THRU JOB-TEMPLATE-BATCH-EXIT
           WHEN "A"
             PERFORM JOB-AP-IMPORT THRU JOB-AP-IMPORT-EXIT
           WHEN "P"
             PERFORM JOB-PAIN002 THRU JOB-PAIN002-EXIT
           WHEN "M"
             PERFORM JOB-DAYEND-SUMMARY
           WHEN "C"
             PERFORM JOB-UPLOAD-CHECK
           WHEN "F"
             PERFORM JOB-FORECAST
           WHEN "K"
             PERFORM JOB-RECONCILE
         END-EVALUATE.

       JOB-RUN-EXIT.
         CONTINUE.

      * MONTHLY RECURRING BATCH FROM A TEMPLATE - MODE G WITHOUT THE
      * SCREENS.
       JOB-TEMPLATE-BATCH.
         MOVE WS-JOB-TMPL TO WS-TEMPLATE-NAME.
         PERFORM LOAD-TEMPLATE THRU LOAD-TEMPLATE-EXIT.
         IF WS-TEMPLATE-OK NOT EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-TEMPLATE-BATCH-EXIT
         END-IF.
         IF WS-SAN-HOLD-COUNT > 0
           PERFORM JOB-WARNING
         END-IF.

         PERFORM JOB-CHECK-HEADER THRU JOB-CHECK-HEADER-EXIT.
         IF WS-JOB-HDR-OK NOT EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-TEMPLATE-BATCH-EXIT
         END-IF.

         PERFORM JOB-SUBMIT-BATCH THRU JOB-SUBMIT-BATCH-EXIT.

       JOB-TEMPLATE-BATCH-EXIT.
         CONTINUE.

      * AP STAGING-FILE IMPORT - MODE A WITHOUT THE SCREENS. THE
      * HEADER IS CHECKED BEFORE THE ROWS LOAD, AS AT THE SCREEN.
       JOB-AP-IMPORT.
         PERFORM JOB-LOAD-HEADER THRU JOB-LOAD-HEADER-EXIT.
         IF WS-JOB-HDR-OK NOT EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-AP-IMPORT-EXIT
         END-IF.
      * AP PAYMENTS ARE CREDIT TRANSFERS - A COLLECTION OR FOREIGN
      * HEADER TEMPLATE IS A MISTAKE IN THE JOB SET-UP.
         IF WS-JOB-HDR-TYPE EQUAL "C" OR WS-JOB-HDR-TYPE EQUAL "Z"
           STRING "TEMPLATE " WS-TEMPLATE-FILE-NAME
               " IS NOT A CREDIT TRANSFER HEADER"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-AP-IMPORT-EXIT
         END-IF.
         MOVE WS-JOB-HDR-A-SATZ TO WS-A-SATZ.
         MOVE WS-JOB-HDR-ORIG TO WS-BATCH-ORIG-ID.
         MOVE "T" TO WS-BATCH-TYPE.

         PERFORM JOB-CHECK-HEADER THRU JOB-CHECK-HEADER-EXIT.
         IF WS-JOB-HDR-OK NOT EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-AP-IMPORT-EXIT
         END-IF.

         MOVE WS-JOB-FILE TO WS-AP-FILE-NAME.
         MOVE 0 TO WS-SAN-HOLD-COUNT.
         PERFORM IMPORT-AP-FILE THRU IMPORT-AP-FILE-EXIT.
         STRING "AP LINES LOADED " WS-AP-LOADED
             " REJECTED " WS-AP-REJECTED
             " ON SANCTIONS HOLD " WS-SAN-HOLD-COUNT
             DELIMITED BY SIZE INTO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.

      * NO STAGING FILE AT ALL FAILS THE JOB; A FILE WITH NOTHING
      * LOADABLE IN IT IS A WARNING - APERRORS.TXT SAYS WHY.
         IF WS-AP-OK NOT EQUAL "Y"
           IF WS-AP-STATUS EQUAL "00"
             PERFORM JOB-WARNING
           ELSE
             MOVE 8 TO WS-JOB-RC
           END-IF
           GO TO JOB-AP-IMPORT-EXIT
         END-IF.
         IF WS-AP-REJECTED > 0 OR WS-SAN-HOLD-COUNT > 0
           PERFORM JOB-WARNING
         END-IF.

         PERFORM JOB-SUBMIT-BATCH THRU JOB-SUBMIT-BATCH-EXIT.

       JOB-AP-IMPORT-EXIT.
         CONTINUE.

      * PAIN.002 STATUS REPORT - MODE P WITHOUT THE SCREENS. A FULLY
      * ACCEPTED BATCH IS AN OK RUN; REJECTS ARE A WARNING AND COME
      * BACK AS A CORRECTION BATCH IN THE PENDING FILE. ITS A-SATZ
      * IS THE SUBMITTED ONE, THE SEPA HEADER FIELDS THE TEMPLATE'S.
       JOB-PAIN002.
         MOVE WS-JOB-FILE TO WS-PAIN002-FILE-NAME.
         MOVE SPACES TO WS-P2-BATCH-STS.
         MOVE 0 TO WS-MAN-HIT-ROW.
         PERFORM IMPORT-PAIN002 THRU IMPORT-PAIN002-EXIT.
         IF WS-P2-OK NOT EQUAL "Y"
           IF WS-P2-BATCH-STS NOT EQUAL "ACCEPTED" OR
               WS-MAN-HIT-ROW EQUAL 0
             MOVE 8 TO WS-JOB-RC
           END-IF
           GO TO JOB-PAIN002-EXIT
         END-IF.

         PERFORM JOB-WARNING.
         STRING "BATCH " WS-P2-ORIG-MSGID(1:10) " " WS-P2-BATCH-STS
             " REJECTS " WS-P2-REJ-COUNT
             " RELOADED " WS-C-SATZ-ACTIVE-COUNT
             DELIMITED BY SIZE INTO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.

         PERFORM JOB-LOAD-HEADER THRU JOB-LOAD-HEADER-EXIT.
         IF WS-JOB-HDR-OK NOT EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-PAIN002-EXIT
         END-IF.
         IF KENNZEICHEN IN WS-A-SATZ(1:1) EQUAL "L"
           MOVE "C" TO WS-BATCH-TYPE
         ELSE
           MOVE "T" TO WS-BATCH-TYPE
         END-IF.

         PERFORM JOB-CHECK-HEADER THRU JOB-CHECK-HEADER-EXIT.
         IF WS-JOB-HDR-OK NOT EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-PAIN002-EXIT
         END-IF.

         PERFORM JOB-SUBMIT-BATCH THRU JOB-SUBMIT-BATCH-EXIT.

       JOB-PAIN002-EXIT.
         CONTINUE.

      * DAY-END TICK-OFF SHEET - AN EMPTY OR MISSING MANIFEST IS A
      * WARNING, A DAY WITHOUT BATCHES IS NOT.
       JOB-DAYEND-SUMMARY.
         PERFORM PRINT-MANIFEST-SUMMARY
             THRU PRINT-MANIFEST-SUMMARY-EXIT.
         IF WS-SUMMARY-OK NOT EQUAL "Y"
           PERFORM JOB-WARNING
         END-IF.

      * PRE-UPLOAD CHECK - A BLOCKING EXCEPTION FAILS THE JOB SO THE
      * SCHEDULER'S UPLOAD STEP DOES NOT RUN; A DAY WITHOUT FILES IS
      * A WARNING.
       JOB-UPLOAD-CHECK.
         PERFORM VERIFY-UPLOAD-FILES THRU VERIFY-UPLOAD-FILES-EXIT.
         EVALUATE WS-VFY-OK
           WHEN "N"
             MOVE 8 TO WS-JOB-RC
           WHEN "E"
             PERFORM JOB-WARNING
         END-EVALUATE.

      * LIQUIDITY FORECAST FOR TREASURY - A DAY OVER THE THRESHOLD
      * IS A WARNING, A FORECAST THAT COULD NOT BE WRITTEN FAILS.
       JOB-FORECAST.
         PERFORM PRINT-LIQUIDITY-FORECAST
             THRU PRINT-LIQUIDITY-FORECAST-EXIT.
         IF WS-FC-OK NOT EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
         ELSE
           IF WS-FC-FLAGGED > 0
             PERFORM JOB-WARNING
           END-IF
         END-IF.

      * STATEMENT RECONCILIATION - A MISSING STATEMENT FAILS THE
      * JOB; ANY EXCEPTION ON THE REPORT (BATCHES NOT SETTLED,
      * BOOKINGS NOT MATCHED) IS A WARNING.
       JOB-RECONCILE.
         MOVE WS-JOB-FILE TO WS-STMT-FILE-NAME.
         MOVE 0 TO WS-BOOK-COUNT.
         MOVE 0 TO WS-RECON-MATCHED.
         MOVE 0 TO WS-RECON-UNSETTLED.
         MOVE 0 TO WS-RECON-ORPHANS.
         PERFORM RECONCILE-STATEMENT THRU RECONCILE-STATEMENT-EXIT.
         STRING "BOOKINGS " WS-BOOK-COUNT
             " MATCHED " WS-RECON-MATCHED
             " BATCHES NOT SETTLED " WS-RECON-UNSETTLED
             " UNMATCHED BOOKINGS " WS-RECON-ORPHANS
             DELIMITED BY SIZE INTO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.
         IF WS-RECON-OK NOT EQUAL "Y"
           IF WS-STMT-STATUS EQUAL "00"
             PERFORM JOB-WARNING
           ELSE
             MOVE 8 TO WS-JOB-RC
           END-IF
         ELSE
           IF WS-RECON-UNSETTLED > 0 OR WS-RECON-ORPHANS > 0
             PERFORM JOB-WARNING
           END-IF
         END-IF.

      * BATCH HEADER FOR A LOADED (AP) OR RELOADED (PAIN.002) JOB
      * BATCH - NOBODY KEYS IT, SO THE A RECORD OF THE TMPL=
      * TEMPLATE SUPPLIES THE AUFTRAGGEBER FIELDS, ACCOUNT AND SEPA
      * HEADER. THE TEMPLATE'S PAYMENT ROWS ARE NOT READ. WITHOUT
      * TMPL= THE HEADER IS BUILT FROM THE ORIG= ORIGINATOR INSTEAD
      * (JOB-CHECK-HEADER FILLS IN ITS AUFTRAGGEBER FIELDS).
       JOB-LOAD-HEADER.
         MOVE "N" TO WS-JOB-HDR-OK.
         MOVE SPACES TO WS-JOB-HDR-ORIG.
         IF WS-JOB-TMPL EQUAL SPACES
           PERFORM JOB-HEADER-FROM-ORIGINATOR
               THRU JOB-HEADER-FROM-ORIGINATOR-EXIT
           GO TO JOB-LOAD-HEADER-EXIT
         END-IF.
         MOVE WS-JOB-TMPL TO WS-TEMPLATE-NAME.
         PERFORM BUILD-TEMPLATE-FILE-NAME.
         OPEN INPUT TEMPLATE-FILE.
         IF WS-TEMPLATE-STATUS NOT EQUAL "00"
           STRING "HEADER TEMPLATE NOT FOUND: " WS-TEMPLATE-FILE-NAME
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO JOB-LOAD-HEADER-EXIT
         END-IF.

         MOVE "NO" TO WS-TEMPLATE-EOF-FLAG.
         READ TEMPLATE-FILE
             AT END MOVE "EOF" TO WS-TEMPLATE-EOF-FLAG
         END-READ.
         IF WS-TEMPLATE-EOF-FLAG EQUAL "EOF" OR
             TMPL-TAG NOT EQUAL "A"
           STRING "HEADER TEMPLATE DAMAGED - NO BATCH HEADER: "
               WS-TEMPLATE-FILE-NAME
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           CLOSE TEMPLATE-FILE
           GO TO JOB-LOAD-HEADER-EXIT
         END-IF.
         MOVE TMPL-PAYLOAD(1:128) TO WS-JOB-HDR-A-SATZ.
         MOVE TMPL-PAYLOAD(129:71) TO WS-DEBTOR-SEPA-FIELDS.
         MOVE TMPL-PAYLOAD(200:1) TO WS-JOB-HDR-TYPE.
         MOVE TMPL-PAYLOAD(201:8) TO WS-JOB-HDR-ORIG.
         CLOSE TEMPLATE-FILE.
         MOVE "Y" TO WS-JOB-HDR-OK.

       JOB-LOAD-HEADER-EXIT.
         CONTINUE.

      * A CREDIT TRANSFER A-SATZ ADDRESSED TO THE ORIGINATOR'S BANK,
      * WITH NO SEPA HEADER FIELDS YET - THE ORIGINATOR MASTER SUPPLIES
      * THOSE. A PAIN.002 RELOAD KEEPS ITS SUBMITTED A-SATZ AND ONLY
      * HAS THE SEPA HEADER FIELDS CLEARED.
       JOB-HEADER-FROM-ORIGINATOR.
         IF WS-ORIG-IN-USE NOT EQUAL "Y"
           MOVE "ORIG= WITHOUT TMPL= NEEDS THE ORIGINATOR MASTER"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO JOB-HEADER-FROM-ORIGINATOR-EXIT
         END-IF.
         MOVE WS-JOB-ORIG TO ORG-ID.
         READ ORIG-FILE
           INVALID KEY
             STRING "ORIGINATOR " WS-JOB-ORIG
                 " NOT ON THE ORIGINATOR MASTER"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             GO TO JOB-HEADER-FROM-ORIGINATOR-EXIT
         END-READ.
         MOVE SPACES TO WS-DEBTOR-SEPA-FIELDS.
         MOVE 0 TO REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS.
         MOVE SPACES TO WS-JOB-HDR-A-SATZ.
         MOVE "0128A" TO WS-JOB-HDR-A-SATZ(1:5).
         MOVE "GK" TO WS-JOB-HDR-A-SATZ(6:2).
         MOVE ORG-BLZ TO WS-JOB-HDR-A-SATZ(8:8).
         MOVE "0000000000" TO WS-JOB-HDR-A-SATZ(71:10).
         MOVE "1" TO WS-JOB-HDR-A-SATZ(128:1).
         MOVE "T" TO WS-JOB-HDR-TYPE.
         MOVE WS-JOB-ORIG TO WS-JOB-HDR-ORIG.
         MOVE "Y" TO WS-JOB-HDR-OK.

       JOB-HEADER-FROM-ORIGINATOR-EXIT.
         CONTINUE.

      * THE HEADER CHECKS OF PROMPT-BATCH-SEPA-INFO FOR A BATCH
      * NOBODY KEYS: TODAY'S DATEIERSTELLUNGSDATUM, A FRESH
      * SAMMEL-REF-NR FROM THE RUN TIME (YYMMDDHHMM) SO THE OUTPUT
      * FILE NAMES NEVER MEET AN EARLIER BATCH'S, AND DATE= (OR
      * TODAY) AS THE EXECUTION DATE, ROLLED TO THE NEXT BUSINESS
      * DAY WHERE NEEDED. WHAT WOULD SEND AN OPERATOR BACK TO THE
      * SCREEN FAILS THE JOB.
       JOB-CHECK-HEADER.
         MOVE "N" TO WS-JOB-HDR-OK.

      * THE ORIGINATOR IS ORIG= WHEN GIVEN, ELSE THE ONE THE TEMPLATE
      * WAS SAVED WITH, ELSE THE ONE WHOSE ACCOUNT IS ON THE A-SATZ.
      * THE MASTER THEN OVERWRITES THE AUFTRAGGEBER FIELDS AS IT DOES
      * AT THE SCREEN, AND THE JOB OPERATOR MUST BE ASSIGNED TO IT.
         IF WS-ORIG-IN-USE NOT EQUAL "Y"
           IF WS-JOB-ORIG NOT EQUAL SPACES
             MOVE "ORIG= IGNORED - NO ORIGINATOR MASTER IN USE"
                 TO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             PERFORM JOB-WARNING
           END-IF
         ELSE
           IF WS-JOB-ORIG NOT EQUAL SPACES
             MOVE WS-JOB-ORIG TO WS-BATCH-ORIG-ID
           END-IF
           MOVE "Y" TO WS-ORIG-CHECK-TYPE
           PERFORM SELECT-ORIGINATOR THRU SELECT-ORIGINATOR-EXIT
           IF WS-ORIG-STATE NOT EQUAL "K"
             PERFORM SET-ORIG-REFUSAL-TEXT
             MOVE WS-ORIG-BAD-TEXT TO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             IF WS-ORIG-STATE EQUAL "A"
               MOVE "ORIG-SELECT" TO WS-SEC-ACTION
               MOVE "DENIED" TO WS-SEC-RESULT
               STRING "ORIGINATOR " WS-BATCH-ORIG-ID
                   DELIMITED BY SIZE INTO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
                   THRU WRITE-SECURITY-LOG-EXIT
             END-IF
             GO TO JOB-CHECK-HEADER-EXIT
           END-IF
           PERFORM STAMP-ORIGINATOR-ON-ROWS
           STRING "ORIGINATOR " WS-BATCH-ORIG-ID " "
               NAME-ABSENDER IN WS-A-SATZ
               " KTO " KONTONUMMER-ABSENDER IN WS-A-SATZ
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-CURRENT-DATETIME(7:2) TO WS-DDMMYY-DD.
         MOVE WS-CURRENT-DATETIME(5:2) TO WS-DDMMYY-MM.
         MOVE WS-CURRENT-DATETIME(3:2) TO WS-DDMMYY-YY.
         MOVE WS-DDMMYY-IN TO DATEIERSTELLUNGSDATUM IN WS-A-SATZ.
         MOVE WS-CURRENT-DATETIME(3:10) TO SAMMEL-REF-NR IN WS-A-SATZ.
         IF WS-JOB-DATE EQUAL SPACES
           MOVE WS-CURRENT-DATETIME(7:2) TO WS-BD-DATE-X(1:2)
           MOVE WS-CURRENT-DATETIME(5:2) TO WS-BD-DATE-X(3:2)
           MOVE WS-CURRENT-DATETIME(1:4) TO WS-BD-DATE-X(5:4)
           MOVE WS-BD-DATE-X TO REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS
         ELSE
           MOVE WS-JOB-DATE TO REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS
         END-IF.

         MOVE WAEHRUNG IN WS-A-SATZ TO WS-WAEHRUNG-CHECK.
         PERFORM VALIDATE-WAEHRUNG.
         IF WAEHRUNG-IS-INVALID
           MOVE "INVALID WAEHRUNG ON THE BATCH HEADER" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO JOB-CHECK-HEADER-EXIT
         END-IF.

         IF BATCH-IS-COLLECTION AND
             CREDITOR-ID IN WS-DEBTOR-SEPA-FIELDS EQUAL SPACES
           MOVE "GLAEUBIGER-ID REQUIRED FOR A COLLECTION BATCH"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO JOB-CHECK-HEADER-EXIT
         END-IF.

         PERFORM VALIDATE-EXEC-DATE THRU VALIDATE-EXEC-DATE-EXIT.
         IF WS-EXEC-DT-STATE EQUAL "X"
           MOVE "EXECUTION DATE NOT ACCEPTED" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO JOB-CHECK-HEADER-EXIT
         END-IF.
         IF WS-EXEC-DT-STATE EQUAL "R"
           PERFORM JOB-WARNING
         END-IF.

         STRING "BATCH HEADER: SAMMEL-REF " SAMMEL-REF-NR IN WS-A-SATZ
             " TYPE " WS-BATCH-TYPE " EXECUTION DATE "
             REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS
             DELIMITED BY SIZE INTO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.
         MOVE "Y" TO WS-JOB-HDR-OK.

       JOB-CHECK-HEADER-EXIT.
         CONTINUE.

      * PARKS THE JOB'S BATCH IN THE PENDING FILE FOR THE FOUR-EYES
      * RELEASE - NEVER STRAIGHT INTO THE OUTPUT FILES. WHAT THE S
      * PATH OF THE EXIT MENU WOULD HOLD A BATCH FOR AT THE SCREEN
      * (MANDATE GAPS, BATCH TOTAL OVER THE LIMIT) NEEDS AN OPERATOR
      * TO FIX OR A SUPERVISOR TO OVERRIDE - THE BATCH GOES IN WITH
      * A WARNING, AND THE RELEASE, WHICH RUNS THE SAME CHECKS
      * AGAIN, HOLDS IT THERE.
       JOB-SUBMIT-BATCH.
         IF WS-C-SATZ-ACTIVE-COUNT EQUAL 0
           MOVE "NO PAYMENTS IN THE BATCH - NOTHING SUBMITTED"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-SUBMIT-BATCH-EXIT
         END-IF.

         IF BATCH-IS-COLLECTION
           PERFORM CHECK-COLLECTION-MANDATES
               THRU CHECK-COLLECTION-MANDATES-EXIT
           IF WS-MNDT-OK NOT EQUAL "Y"
             PERFORM JOB-WARNING
           END-IF
         END-IF.

         MOVE 0 TO WS-CUR-PART.
         PERFORM COMPUTE-E-SATZ-TOTALS.
         IF WS-BATCH-LIMIT > 0 AND
             WS-SUM-BETRAEGE > WS-BATCH-LIMIT
           STRING "BATCH TOTAL OVER LIMIT - SUPERVISOR OVERRIDE "
               "NEEDED AT RELEASE" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           PERFORM JOB-WARNING
         END-IF.

         PERFORM WRITE-PENDING-BATCH THRU WRITE-PENDING-BATCH-EXIT.
         IF WS-PENDING-SAVED NOT EQUAL "Y"
           MOVE 8 TO WS-JOB-RC
           GO TO JOB-SUBMIT-BATCH-EXIT
         END-IF.

         COMPUTE WS-JOB-SUM-EDIT = WS-SUM-BETRAEGE / 100.
         STRING "BATCH SAVED: " WS-ACTIVE-COUNT " PAYMENTS, TOTAL "
             WS-JOB-SUM-EDIT DELIMITED BY SIZE INTO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.
         MOVE "BATCH AWAITING RELEASE BY A SECOND OPERATOR"
             TO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.

       JOB-SUBMIT-BATCH-EXIT.
         CONTINUE.

       JOB-WARNING.
         IF WS-JOB-RC < 4
           MOVE 4 TO WS-JOB-RC
         END-IF.

      * CLOSES THE JOB LOG WITH THE RETURN CODE AND ENDS THE RUN -
      * THE SCHEDULER ONLY EVER SEES THE RETURN CODE.
       JOB-END.
         EVALUATE WS-JOB-RC
           WHEN 0
             MOVE "OK" TO WS-JOB-RC-TEXT
           WHEN 4
             MOVE "WARNINGS" TO WS-JOB-RC-TEXT
           WHEN OTHER
             MOVE "FAILED" TO WS-JOB-RC-TEXT
         END-EVALUATE.
         STRING "JOB END - RETURN CODE " WS-JOB-RC " ("
             FUNCTION TRIM(WS-JOB-RC-TEXT) ")"
             DELIMITED BY SIZE INTO WS-MSG-TEXT.
         PERFORM SHOW-MESSAGE.
         IF WS-JOBLOG-OPEN EQUAL "Y"
           CLOSE JOBLOG-FILE
           MOVE "N" TO WS-JOBLOG-OPEN
         END-IF.
         MOVE WS-JOB-RC TO RETURN-CODE.
         STOP RUN.

      * ADD/CHANGE/DELETE ON THE OPERATOR MASTER - SUPERVISOR-GATED
      * FROM THE MODE MENU, SAME SHAPE AS BENEF-MAINT. ADDING THE
      * FIRST RECORD SWITCHES ENFORCEMENT ON FOR THE NEXT RUN.
         MOVE "N" TO OPR-ROLE-SUPERVISOR.
         MOVE "N" TO OPR-ROLE-RELEASE.
         MOVE "N" TO OPR-ROLE-BENEF.
         MOVE "N" TO OPR-ROLE-COMPLIANCE.
         MOVE "Y" TO OPR-ACTIVE.
         DISPLAY OPER-DATA-SCREEN.
         ACCEPT OPER-DATA-SCREEN.
       COUNT-ACTIVE-SUPERVISORS-EXIT.
         CONTINUE.

      * ADD/CHANGE/DELETE ON THE ORIGINATOR MASTER AND THE OPERATOR
      * ASSIGNMENTS - SUPERVISOR-GATED FROM THE MODE MENU, SAME SHAPE
      * AS OPER-MAINT. ADDING THE FIRST ORIGINATOR PUTS THE MASTER IN
      * CHARGE OF THE BATCH HEADER STRAIGHT AWAY.
       ORIG-MAINT.
         IF WS-ORIG-AVAILABLE NOT EQUAL "Y"
           DISPLAY "ORIGINATOR MASTER UNAVAILABLE" LINE 24 COL 5
           GO TO ORIG-MAINT-EXIT
         END-IF.

       ORIG-MAINT-LOOP.
         MOVE " " TO WS-ORIG-FUNC.
         DISPLAY ORIG-MAINT-SCREEN.
         IF WS-ORIG-MAINT-ID NOT EQUAL SPACES
           PERFORM LIST-ORIG-OPERATORS THRU LIST-ORIG-OPERATORS-EXIT
         END-IF.
         ACCEPT ORIG-MAINT-SCREEN.
         MOVE FUNCTION UPPER-CASE(WS-ORIG-MAINT-ID) TO WS-ORIG-MAINT-ID.

         EVALUATE WS-ORIG-FUNC
           WHEN "A" WHEN "a"
             PERFORM ORIG-ADD THRU ORIG-ADD-EXIT
           WHEN "C" WHEN "c"
             PERFORM ORIG-CHANGE THRU ORIG-CHANGE-EXIT
           WHEN "D" WHEN "d"
             PERFORM ORIG-DELETE THRU ORIG-DELETE-EXIT
           WHEN "O" WHEN "o"
             PERFORM ORIG-ASSIGN THRU ORIG-ASSIGN-EXIT
           WHEN "R" WHEN "r"
             PERFORM ORIG-UNASSIGN THRU ORIG-UNASSIGN-EXIT
           WHEN "Q" WHEN "q"
             GO TO ORIG-MAINT-EXIT
           WHEN OTHER
             DISPLAY "INVALID FUNCTION - ENTER A, C, D, O, R, OR Q"
                 LINE 24 COL 5
         END-EVALUATE.
         GO TO ORIG-MAINT-LOOP.

       ORIG-MAINT-EXIT.
         CONTINUE.

       ORIG-ADD.
         IF WS-ORIG-MAINT-ID EQUAL SPACES
           DISPLAY "ORIGINATOR ID REQUIRED" LINE 24 COL 5
           GO TO ORIG-ADD-EXIT
         END-IF.
         MOVE WS-ORIG-MAINT-ID TO ORG-ID.
         READ ORIG-FILE
           NOT INVALID KEY
             DISPLAY "ALREADY ON FILE - USE C TO CHANGE IT"
                 LINE 24 COL 5
             GO TO ORIG-ADD-EXIT
         END-READ.

         MOVE SPACES TO ORG-NAME.
         MOVE 0 TO ORG-BLZ.
         MOVE 0 TO ORG-KTO.
         MOVE SPACES TO ORG-IBAN.
         MOVE SPACES TO ORG-BIC.
         MOVE SPACES TO ORG-CREDITOR-ID.
         MOVE "Y" TO ORG-ALLOW-T.
         MOVE "N" TO ORG-ALLOW-C.
         MOVE "N" TO ORG-ALLOW-Z.
         MOVE "Y" TO ORG-ACTIVE.
         DISPLAY ORIG-DATA-SCREEN.
         ACCEPT ORIG-DATA-SCREEN.

         PERFORM CHECK-ORIG-DATA THRU CHECK-ORIG-DATA-EXIT.
         IF WS-ORIG-DATA-OK NOT EQUAL "Y"
           GO TO ORIG-ADD-EXIT
         END-IF.

         MOVE WS-ORIG-MAINT-ID TO ORG-ID.
         WRITE ORIG-RECORD
           INVALID KEY
             DISPLAY "NOT ADDED (STATUS " WS-ORIG-STATUS ")"
                 LINE 24 COL 5
           NOT INVALID KEY
             DISPLAY "ORIGINATOR ADDED - ASSIGN ITS OPERATORS WITH O"
                 LINE 24 COL 5
             MOVE "Y" TO WS-ORIG-IN-USE
         END-WRITE.

       ORIG-ADD-EXIT.
         CONTINUE.

       ORIG-CHANGE.
         MOVE WS-ORIG-MAINT-ID TO ORG-ID.
         READ ORIG-FILE
           INVALID KEY
             DISPLAY "NOT ON FILE - USE A TO ADD IT" LINE 24 COL 5
             GO TO ORIG-CHANGE-EXIT
         END-READ.

         DISPLAY ORIG-DATA-SCREEN.
         ACCEPT ORIG-DATA-SCREEN.

         PERFORM CHECK-ORIG-DATA THRU CHECK-ORIG-DATA-EXIT.
         IF WS-ORIG-DATA-OK NOT EQUAL "Y"
           GO TO ORIG-CHANGE-EXIT
         END-IF.

         MOVE WS-ORIG-MAINT-ID TO ORG-ID.
         REWRITE ORIG-RECORD
           INVALID KEY
             DISPLAY "NOT CHANGED (STATUS " WS-ORIG-STATUS ")"
                 LINE 24 COL 5
           NOT INVALID KEY
             DISPLAY "ORIGINATOR CHANGED" LINE 24 COL 5
         END-REWRITE.

       ORIG-CHANGE-EXIT.
         CONTINUE.

      * AN ORIGINATOR STILL NAMED BY HISTORY ROWS IS BETTER SET
      * INACTIVE THAN DELETED - THE REPORTS THEN STILL FIND ITS NAME.
      * DELETING TAKES ITS OPERATOR ASSIGNMENTS WITH IT.
       ORIG-DELETE.
         MOVE WS-ORIG-MAINT-ID TO ORG-ID.
         READ ORIG-FILE
           INVALID KEY
             DISPLAY "NOT ON FILE" LINE 24 COL 5
             GO TO ORIG-DELETE-EXIT
         END-READ.

         DISPLAY "NAME: " ORG-NAME LINE 14 COL 5.
         MOVE " " TO WS-ORIG-CONFIRM.
         DISPLAY ORIG-DELETE-CONFIRM-SCREEN.
         ACCEPT ORIG-DELETE-CONFIRM-SCREEN.
         IF WS-ORIG-CONFIRM NOT EQUAL "Y" AND
             WS-ORIG-CONFIRM NOT EQUAL "y"
           DISPLAY "DELETE CANCELLED" LINE 24 COL 5
           GO TO ORIG-DELETE-EXIT
         END-IF.

         DELETE ORIG-FILE
           INVALID KEY
             DISPLAY "NOT DELETED (STATUS " WS-ORIG-STATUS ")"
                 LINE 24 COL 5
             GO TO ORIG-DELETE-EXIT
         END-DELETE.

         MOVE 0 TO WS-ORIG-DEL-COUNT.
         MOVE LOW-VALUES TO OAS-KEY.
         START ORIGASSG-FILE KEY NOT LESS THAN OAS-KEY
           INVALID KEY
             GO TO ORIG-DELETE-DONE
         END-START.

       ORIG-DELETE-NEXT.
         READ ORIGASSG-FILE NEXT RECORD
           AT END
             GO TO ORIG-DELETE-DONE
         END-READ.
         IF OAS-ORG-ID EQUAL WS-ORIG-MAINT-ID
           DELETE ORIGASSG-FILE
             NOT INVALID KEY
               ADD 1 TO WS-ORIG-DEL-COUNT
           END-DELETE
         END-IF.
         GO TO ORIG-DELETE-NEXT.

       ORIG-DELETE-DONE.
         DISPLAY "ORIGINATOR DELETED (" WS-ORIG-DEL-COUNT
             " OPERATOR ASSIGNMENTS REMOVED)" LINE 24 COL 5.

       ORIG-DELETE-EXIT.
         CONTINUE.

      * THE DETAIL CHECKS FOR ADD AND CHANGE. A GERMAN IBAN MUST
      * CARRY THE SAME BLZ AND KONTONUMMER AS THE A-SATZ FIELDS AND
      * PASS ITS MOD-97 CHECK, SO THE DTAUS AND THE SEPA FILES OF ONE
      * BATCH CAN NEVER DEBIT TWO DIFFERENT ACCOUNTS.
       CHECK-ORIG-DATA.
         MOVE "N" TO WS-ORIG-DATA-OK.
         MOVE FUNCTION UPPER-CASE(ORG-IBAN) TO ORG-IBAN.
         MOVE FUNCTION UPPER-CASE(ORG-BIC) TO ORG-BIC.
         MOVE FUNCTION UPPER-CASE(ORG-CREDITOR-ID) TO ORG-CREDITOR-ID.
         MOVE FUNCTION UPPER-CASE(ORG-ALLOW-T) TO ORG-ALLOW-T.
         MOVE FUNCTION UPPER-CASE(ORG-ALLOW-C) TO ORG-ALLOW-C.
         MOVE FUNCTION UPPER-CASE(ORG-ALLOW-Z) TO ORG-ALLOW-Z.
         MOVE FUNCTION UPPER-CASE(ORG-ACTIVE) TO ORG-ACTIVE.

         IF ORG-NAME EQUAL SPACES
           DISPLAY "NAME ABSENDER REQUIRED" LINE 24 COL 5
           GO TO CHECK-ORIG-DATA-EXIT
         END-IF.
         IF ORG-BLZ EQUAL 0 OR ORG-KTO EQUAL 0
           DISPLAY "BLZ ABSENDERBANK AND KONTONUMMER REQUIRED"
               LINE 24 COL 5
           GO TO CHECK-ORIG-DATA-EXIT
         END-IF.
         IF (ORG-ALLOW-T NOT EQUAL "Y" AND ORG-ALLOW-T NOT EQUAL "N")
             OR (ORG-ALLOW-C NOT EQUAL "Y" AND
                 ORG-ALLOW-C NOT EQUAL "N")
             OR (ORG-ALLOW-Z NOT EQUAL "Y" AND
                 ORG-ALLOW-Z NOT EQUAL "N")
             OR (ORG-ACTIVE NOT EQUAL "Y" AND ORG-ACTIVE NOT EQUAL "N")
           DISPLAY "ANSWER THE TYPE AND ACTIVE FIELDS WITH Y OR N"
               LINE 24 COL 5
           GO TO CHECK-ORIG-DATA-EXIT
         END-IF.
         IF ORG-ALLOW-T EQUAL "N" AND ORG-ALLOW-C EQUAL "N" AND
             ORG-ALLOW-Z EQUAL "N"
           DISPLAY "AT LEAST ONE BATCH TYPE MUST BE ALLOWED"
               LINE 24 COL 5
           GO TO CHECK-ORIG-DATA-EXIT
         END-IF.
         IF ORG-IBAN EQUAL SPACES OR ORG-BIC EQUAL SPACES
           DISPLAY "IBAN AND BIC AUFTRAGGEBER REQUIRED" LINE 24 COL 5
           GO TO CHECK-ORIG-DATA-EXIT
         END-IF.
         IF ORG-ALLOW-C EQUAL "Y" AND ORG-CREDITOR-ID EQUAL SPACES
           DISPLAY "GLAEUBIGER-ID REQUIRED WHEN COLLECTIONS ARE "
               "ALLOWED" LINE 24 COL 5
           GO TO CHECK-ORIG-DATA-EXIT
         END-IF.

         IF ORG-IBAN(1:2) EQUAL "DE"
           IF ORG-IBAN(3:20) IS NOT NUMERIC OR
               ORG-IBAN(23:12) NOT EQUAL SPACES
             DISPLAY "A GERMAN IBAN IS DE PLUS 20 DIGITS"
                 LINE 24 COL 5
             GO TO CHECK-ORIG-DATA-EXIT
           END-IF
           MOVE SPACES TO WS-IBAN-DIGITS-X
           STRING ORG-IBAN(5:18) "1314" ORG-IBAN(3:2)
               DELIMITED BY SIZE INTO WS-IBAN-DIGITS-X
           PERFORM COMPUTE-IBAN-MOD97
           IF WS-MOD97-REM NOT EQUAL 1
             DISPLAY "IBAN AUFTRAGGEBER CHECK DIGITS WRONG"
                 LINE 24 COL 5
             GO TO CHECK-ORIG-DATA-EXIT
           END-IF
           MOVE ORG-BLZ TO WS-IBAN-BLZ-X
           MOVE ORG-KTO TO WS-IBAN-KTO-X
           IF ORG-IBAN(5:8) NOT EQUAL WS-IBAN-BLZ-X OR
               ORG-IBAN(13:10) NOT EQUAL WS-IBAN-KTO-X
             DISPLAY "IBAN DOES NOT MATCH BLZ AND KONTONUMMER"
                 LINE 24 COL 5
             GO TO CHECK-ORIG-DATA-EXIT
           END-IF
         END-IF.
         MOVE "Y" TO WS-ORIG-DATA-OK.

       CHECK-ORIG-DATA-EXIT.
         CONTINUE.

       ORIG-ASSIGN.
         IF WS-ORIG-MAINT-OPR EQUAL SPACES
           DISPLAY "OPERATOR ID REQUIRED" LINE 24 COL 5
           GO TO ORIG-ASSIGN-EXIT
         END-IF.
         MOVE WS-ORIG-MAINT-ID TO ORG-ID.
         READ ORIG-FILE
           INVALID KEY
             DISPLAY "ORIGINATOR NOT ON FILE" LINE 24 COL 5
             GO TO ORIG-ASSIGN-EXIT
         END-READ.
         IF WS-OPER-AVAILABLE EQUAL "Y"
           MOVE WS-ORIG-MAINT-OPR TO OPR-ID
           READ OPER-FILE
             INVALID KEY
               DISPLAY "OPERATOR NOT ON THE OPERATOR MASTER"
                   LINE 24 COL 5
               GO TO ORIG-ASSIGN-EXIT
           END-READ
         END-IF.

         MOVE WS-ORIG-MAINT-OPR TO OAS-OPR-ID.
         MOVE WS-ORIG-MAINT-ID TO OAS-ORG-ID.
         MOVE WS-OPERATOR-ID TO OAS-BY.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-CURRENT-DATETIME(1:14) TO OAS-STAMP.
         WRITE ORIGASSG-RECORD
           INVALID KEY
             DISPLAY "OPERATOR ALREADY ASSIGNED" LINE 24 COL 5
             GO TO ORIG-ASSIGN-EXIT
         END-WRITE.
         MOVE "ORIG-ASSIGN" TO WS-SEC-ACTION.
         MOVE "OK" TO WS-SEC-RESULT.
         STRING WS-ORIG-MAINT-OPR DELIMITED BY SPACE
             ">" DELIMITED BY SIZE
             WS-ORIG-MAINT-ID DELIMITED BY SPACE
             INTO WS-SEC-DETAIL.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.
         DISPLAY "OPERATOR ASSIGNED" LINE 24 COL 5.

       ORIG-ASSIGN-EXIT.
         CONTINUE.

       ORIG-UNASSIGN.
         IF WS-ORIG-MAINT-OPR EQUAL SPACES
           DISPLAY "OPERATOR ID REQUIRED" LINE 24 COL 5
           GO TO ORIG-UNASSIGN-EXIT
         END-IF.
         MOVE WS-ORIG-MAINT-OPR TO OAS-OPR-ID.
         MOVE WS-ORIG-MAINT-ID TO OAS-ORG-ID.
         DELETE ORIGASSG-FILE
           INVALID KEY
             DISPLAY "OPERATOR NOT ASSIGNED TO THIS ORIGINATOR"
                 LINE 24 COL 5
             GO TO ORIG-UNASSIGN-EXIT
         END-DELETE.
         MOVE "ORIG-UNASSIGN" TO WS-SEC-ACTION.
         MOVE "OK" TO WS-SEC-RESULT.
         STRING WS-ORIG-MAINT-OPR DELIMITED BY SPACE
             ">" DELIMITED BY SIZE
             WS-ORIG-MAINT-ID DELIMITED BY SPACE
             INTO WS-SEC-DETAIL.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.
         DISPLAY "ASSIGNMENT REMOVED" LINE 24 COL 5.

       ORIG-UNASSIGN-EXIT.
         CONTINUE.

      * SHOWS WHO MAY PAY FROM THE ORIGINATOR ON THE MAINTENANCE
      * SCREEN. THE ASSIGNMENTS ARE KEYED BY OPERATOR, SO THIS ONE
      * READS THEM ALL.
       LIST-ORIG-OPERATORS.
         MOVE SPACES TO WS-ORIG-OPR-LINE.
         MOVE 1 TO WS-ORIG-OPR-PTR.
         STRING "ASSIGNED OPERATORS:" DELIMITED BY SIZE
             INTO WS-ORIG-OPR-LINE WITH POINTER WS-ORIG-OPR-PTR.
         MOVE LOW-VALUES TO OAS-KEY.
         START ORIGASSG-FILE KEY NOT LESS THAN OAS-KEY
           INVALID KEY
             GO TO LIST-ORIG-OPERATORS-SHOW
         END-START.

       LIST-ORIG-OPERATORS-NEXT.
         READ ORIGASSG-FILE NEXT RECORD
           AT END
             GO TO LIST-ORIG-OPERATORS-SHOW
         END-READ.
         IF OAS-ORG-ID EQUAL WS-ORIG-MAINT-ID
           IF WS-ORIG-OPR-PTR > 66
             STRING " ..." DELIMITED BY SIZE
                 INTO WS-ORIG-OPR-LINE WITH POINTER WS-ORIG-OPR-PTR
             GO TO LIST-ORIG-OPERATORS-SHOW
           END-IF
           STRING " " OAS-OPR-ID DELIMITED BY SIZE
               INTO WS-ORIG-OPR-LINE WITH POINTER WS-ORIG-OPR-PTR
         END-IF.
         GO TO LIST-ORIG-OPERATORS-NEXT.

       LIST-ORIG-OPERATORS-SHOW.
         DISPLAY WS-ORIG-OPR-LINE LINE 8 COL 5.

       LIST-ORIG-OPERATORS-EXIT.
         CONTINUE.

      * BATCH-BUILDING MODES TURN AN OPERATOR WITH NO ORIGINATOR
      * AWAY UP FRONT, BEFORE ANYTHING IS IMPORTED OR KEYED - THE
      * HEADER COULD NEVER BE COMPLETED - AND EVERYBODY WHILE THE
      * MASTER IS UNUSABLE. THE RELEASE IS GATED THE SAME WAY: ITS
      * ASSIGNMENT CHECK NEEDS THE MASTER TOO.
       CHECK-ENTRY-ORIGINATORS.
         MOVE "Y" TO WS-ORIG-GATE-OK.
         IF WS-ORIG-BROKEN EQUAL "Y"
           MOVE "N" TO WS-ORIG-GATE-OK
           DISPLAY "ORIGINATOR MASTER UNUSABLE (STATUS "
               WS-ORIG-STATUS "/" WS-ORIGASSG-STATUS
               ") - NO BATCHES CAN BE BUILT" LINE 24 COL 5
           GO TO CHECK-ENTRY-ORIGINATORS-EXIT
         END-IF.
         IF WS-ORIG-IN-USE NOT EQUAL "Y"
           GO TO CHECK-ENTRY-ORIGINATORS-EXIT
         END-IF.
         MOVE "N" TO WS-ORIG-LIST-SHOW.
         PERFORM LIST-OPERATOR-ORIGINATORS
             THRU LIST-OPERATOR-ORIGINATORS-EXIT.
         IF WS-ORIG-LIST-COUNT EQUAL 0
           MOVE "N" TO WS-ORIG-GATE-OK
           MOVE "ORIG-SELECT" TO WS-SEC-ACTION
           MOVE "DENIED" TO WS-SEC-RESULT
           MOVE "NONE ASSIGNED" TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           DISPLAY "NO ORIGINATOR ASSIGNED TO YOU - SEE A SUPERVISOR"
               LINE 24 COL 5
         END-IF.

       CHECK-ENTRY-ORIGINATORS-EXIT.
         CONTINUE.

      * THE ORIGINATOR PICK AHEAD OF THE HEADER SCREENS. A BATCH
      * WITHOUT ONE YET (IMPORTED, OR FROM BEFORE THE MASTER) IS
      * OFFERED THE ORIGINATOR WHOSE ACCOUNT IS ON ITS A-SATZ. A
      * REFUSED PICK STAYS ON THE SCREEN WITH THE REASON; PICKING AN
      * ORIGINATOR NOT ASSIGNED TO THE OPERATOR IS LOGGED.
       PROMPT-ORIGINATOR.
         IF WS-BATCH-ORIG-ID EQUAL SPACES
           PERFORM FIND-ORIG-BY-ACCOUNT THRU FIND-ORIG-BY-ACCOUNT-EXIT
         END-IF.
         DISPLAY ORIG-SELECT-SCREEN.
         MOVE "Y" TO WS-ORIG-LIST-SHOW.
         PERFORM LIST-OPERATOR-ORIGINATORS
             THRU LIST-OPERATOR-ORIGINATORS-EXIT.
         ACCEPT ORIG-SELECT-SCREEN.
         MOVE FUNCTION UPPER-CASE(WS-BATCH-ORIG-ID) TO WS-BATCH-ORIG-ID.
         MOVE SPACES TO WS-ORIG-BAD-TEXT.

         MOVE "N" TO WS-ORIG-CHECK-TYPE.
         PERFORM SELECT-ORIGINATOR THRU SELECT-ORIGINATOR-EXIT.
         IF WS-ORIG-STATE NOT EQUAL "K"
           PERFORM SET-ORIG-REFUSAL-TEXT
           IF WS-ORIG-STATE EQUAL "A"
             MOVE "ORIG-SELECT" TO WS-SEC-ACTION
             MOVE "DENIED" TO WS-SEC-RESULT
             STRING "ORIGINATOR " WS-BATCH-ORIG-ID
                 DELIMITED BY SIZE INTO WS-SEC-DETAIL
             PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           END-IF
           GO TO PROMPT-ORIGINATOR
         END-IF.
         MOVE "Y" TO WS-ORIG-PICKED.

       PROMPT-ORIGINATOR-EXIT.
         CONTINUE.

      * LISTS THE ACTIVE ORIGINATORS THE SIGNED-ON OPERATOR MAY USE -
      * ALL OF THEM UNDER THE LEGACY SIGN-ON - AND COUNTS THEM IN
      * WS-ORIG-LIST-COUNT. WS-ORIG-LIST-SHOW "Y" ALSO PUTS THEM ON
      * THE SELECTION SCREEN, AS MANY AS FIT.
       LIST-OPERATOR-ORIGINATORS.
         MOVE 0 TO WS-ORIG-LIST-COUNT.
         MOVE 7 TO WS-ORIG-LIST-LINE-NO.
         IF WS-OPER-ENFORCE NOT EQUAL "Y"
           MOVE LOW-VALUES TO ORG-ID
           START ORIG-FILE KEY NOT LESS THAN ORG-ID
             INVALID KEY
               GO TO LIST-OPERATOR-ORIGINATORS-EXIT
           END-START
           GO TO LIST-OPERATOR-ORIGINATORS-ALL
         END-IF.

         MOVE WS-OPERATOR-ID TO OAS-OPR-ID.
         MOVE LOW-VALUES TO OAS-ORG-ID.
         START ORIGASSG-FILE KEY NOT LESS THAN OAS-KEY
           INVALID KEY
             GO TO LIST-OPERATOR-ORIGINATORS-EXIT
         END-START.

       LIST-OPERATOR-ORIGINATORS-NEXT.
         READ ORIGASSG-FILE NEXT RECORD
           AT END
             GO TO LIST-OPERATOR-ORIGINATORS-EXIT
         END-READ.
         IF OAS-OPR-ID NOT EQUAL WS-OPERATOR-ID
           GO TO LIST-OPERATOR-ORIGINATORS-EXIT
         END-IF.
         MOVE OAS-ORG-ID TO ORG-ID.
         READ ORIG-FILE
           INVALID KEY
             GO TO LIST-OPERATOR-ORIGINATORS-NEXT
         END-READ.
         PERFORM SHOW-ORIGINATOR-LINE.
         GO TO LIST-OPERATOR-ORIGINATORS-NEXT.

       LIST-OPERATOR-ORIGINATORS-ALL.
         READ ORIG-FILE NEXT RECORD
           AT END
             GO TO LIST-OPERATOR-ORIGINATORS-EXIT
         END-READ.
         PERFORM SHOW-ORIGINATOR-LINE.
         GO TO LIST-OPERATOR-ORIGINATORS-ALL.

       LIST-OPERATOR-ORIGINATORS-EXIT.
         CONTINUE.

       SHOW-ORIGINATOR-LINE.
         IF ORG-ACTIVE EQUAL "Y"
           ADD 1 TO WS-ORIG-LIST-COUNT
           IF WS-ORIG-LIST-SHOW EQUAL "Y" AND
               WS-ORIG-LIST-LINE-NO <= 20
             MOVE SPACES TO WS-ORIG-TYPES
             IF ORG-ALLOW-T EQUAL "Y"
               MOVE "T" TO WS-ORIG-TYPES(1:1)
             END-IF
             IF ORG-ALLOW-C EQUAL "Y"
               MOVE "C" TO WS-ORIG-TYPES(2:1)
             END-IF
             IF ORG-ALLOW-Z EQUAL "Y"
               MOVE "Z" TO WS-ORIG-TYPES(3:1)
             END-IF
             MOVE SPACES TO WS-ORIG-LIST-LINE
             STRING ORG-ID " " ORG-NAME " " ORG-KTO " "
                 WS-ORIG-TYPES
                 DELIMITED BY SIZE INTO WS-ORIG-LIST-LINE
             DISPLAY WS-ORIG-LIST-LINE LINE WS-ORIG-LIST-LINE-NO
                 COL 5
             ADD 1 TO WS-ORIG-LIST-LINE-NO
           END-IF
         END-IF.

      * CHECKS THE ORIGINATOR IN WS-BATCH-ORIG-ID AND, WHEN IT IS
      * USABLE, TAKES THE AUFTRAGGEBER FIELDS OF THE BATCH HEADER
      * FROM THE MASTER. NO ID MEANS THE ORIGINATOR WHOSE ACCOUNT IS
      * ON THE A-SATZ. WS-ORIG-CHECK-TYPE "Y" ALSO HOLDS THE BATCH
      * TYPE AGAINST THE TYPES ALLOWED FOR IT. THE OUTCOME IS IN
      * WS-ORIG-STATE.
       SELECT-ORIGINATOR.
         MOVE "M" TO WS-ORIG-STATE.
         IF WS-BATCH-ORIG-ID EQUAL SPACES
           PERFORM FIND-ORIG-BY-ACCOUNT THRU FIND-ORIG-BY-ACCOUNT-EXIT
         END-IF.
         IF WS-BATCH-ORIG-ID EQUAL SPACES
           GO TO SELECT-ORIGINATOR-EXIT
         END-IF.

         MOVE "U" TO WS-ORIG-STATE.
         MOVE WS-BATCH-ORIG-ID TO ORG-ID.
         READ ORIG-FILE
           INVALID KEY
             GO TO SELECT-ORIGINATOR-EXIT
         END-READ.
         MOVE "I" TO WS-ORIG-STATE.
         IF ORG-ACTIVE NOT EQUAL "Y"
           GO TO SELECT-ORIGINATOR-EXIT
         END-IF.
         MOVE "A" TO WS-ORIG-STATE.
         PERFORM CHECK-ORIG-ASSIGNMENT THRU CHECK-ORIG-ASSIGNMENT-EXIT.
         IF WS-ORIG-ASSIGNED NOT EQUAL "Y"
           GO TO SELECT-ORIGINATOR-EXIT
         END-IF.
         IF WS-ORIG-CHECK-TYPE EQUAL "Y"
           MOVE "T" TO WS-ORIG-STATE
           IF (BATCH-IS-TRANSFER AND ORG-ALLOW-T NOT EQUAL "Y") OR
               (BATCH-IS-COLLECTION AND ORG-ALLOW-C NOT EQUAL "Y") OR
               (BATCH-IS-FOREIGN AND ORG-ALLOW-Z NOT EQUAL "Y")
             GO TO SELECT-ORIGINATOR-EXIT
           END-IF
         END-IF.

         MOVE ORG-NAME TO NAME-ABSENDER IN WS-A-SATZ.
         MOVE ORG-BLZ TO BLZ-ABSENDERBANK IN WS-A-SATZ.
         MOVE ORG-KTO TO KONTONUMMER-ABSENDER IN WS-A-SATZ.
         MOVE ORG-IBAN TO IBAN-AUFTRAGGEBER IN WS-DEBTOR-SEPA-FIELDS.
         MOVE ORG-BIC TO BIC-AUFTRAGGEBER IN WS-DEBTOR-SEPA-FIELDS.
         MOVE ORG-CREDITOR-ID TO CREDITOR-ID IN WS-DEBTOR-SEPA-FIELDS.
         MOVE "K" TO WS-ORIG-STATE.

       SELECT-ORIGINATOR-EXIT.
         CONTINUE.

      * LOOKS UP THE ACTIVE ORIGINATOR WITH THE A-SATZ'S BLZ AND
      * KONTONUMMER ABSENDER - WS-BATCH-ORIG-ID STAYS BLANK WHEN
      * THERE IS NONE.
       FIND-ORIG-BY-ACCOUNT.
         IF BLZ-ABSENDERBANK IN WS-A-SATZ IS NOT NUMERIC OR
             KONTONUMMER-ABSENDER IN WS-A-SATZ IS NOT NUMERIC
           GO TO FIND-ORIG-BY-ACCOUNT-EXIT
         END-IF.
         MOVE KONTONUMMER-ABSENDER IN WS-A-SATZ TO WS-ORIG-FIND-KTO.
         MOVE LOW-VALUES TO ORG-ID.
         START ORIG-FILE KEY NOT LESS THAN ORG-ID
           INVALID KEY
             GO TO FIND-ORIG-BY-ACCOUNT-EXIT
         END-START.

       FIND-ORIG-BY-ACCOUNT-NEXT.
         READ ORIG-FILE NEXT RECORD
           AT END
             GO TO FIND-ORIG-BY-ACCOUNT-EXIT
         END-READ.
         IF ORG-ACTIVE EQUAL "Y" AND
             ORG-BLZ EQUAL BLZ-ABSENDERBANK IN WS-A-SATZ AND
             ORG-KTO EQUAL WS-ORIG-FIND-KTO
           MOVE ORG-ID TO WS-BATCH-ORIG-ID
           GO TO FIND-ORIG-BY-ACCOUNT-EXIT
         END-IF.
         GO TO FIND-ORIG-BY-ACCOUNT-NEXT.

       FIND-ORIG-BY-ACCOUNT-EXIT.
         CONTINUE.

      * UNDER THE LEGACY SIGN-ON NOBODY IS NAMED, SO EVERY
      * ORIGINATOR IS OPEN TO THE SESSION.
       CHECK-ORIG-ASSIGNMENT.
         MOVE "Y" TO WS-ORIG-ASSIGNED.
         IF WS-OPER-ENFORCE NOT EQUAL "Y"
           GO TO CHECK-ORIG-ASSIGNMENT-EXIT
         END-IF.
         MOVE WS-OPERATOR-ID TO OAS-OPR-ID.
         MOVE WS-BATCH-ORIG-ID TO OAS-ORG-ID.
         READ ORIGASSG-FILE
           INVALID KEY
             MOVE "N" TO WS-ORIG-ASSIGNED
         END-READ.

       CHECK-ORIG-ASSIGNMENT-EXIT.
         CONTINUE.

       SET-ORIG-REFUSAL-TEXT.
         MOVE SPACES TO WS-ORIG-BAD-TEXT.
         EVALUATE WS-ORIG-STATE
           WHEN "M"
             MOVE "NO ORIGINATOR GIVEN - PICK ONE FROM THE LIST"
                 TO WS-ORIG-BAD-TEXT
           WHEN "U"
             STRING "ORIGINATOR " WS-BATCH-ORIG-ID
                 " NOT ON THE ORIGINATOR MASTER"
                 DELIMITED BY SIZE INTO WS-ORIG-BAD-TEXT
           WHEN "I"
             STRING "ORIGINATOR " WS-BATCH-ORIG-ID " IS INACTIVE"
                 DELIMITED BY SIZE INTO WS-ORIG-BAD-TEXT
           WHEN "A"
             STRING "ORIGINATOR " WS-BATCH-ORIG-ID
                 " IS NOT ASSIGNED TO " WS-OPERATOR-ID
                 DELIMITED BY SIZE INTO WS-ORIG-BAD-TEXT
           WHEN "T"
             STRING "ORIGINATOR " WS-BATCH-ORIG-ID
                 " IS NOT SET UP FOR BATCH TYPE " WS-BATCH-TYPE
                 DELIMITED BY SIZE INTO WS-ORIG-BAD-TEXT
         END-EVALUATE.

      * THE AUFTRAGGEBER FIELDS OF A C-SATZ FOLLOW THE A-SATZ, WHICH
      * THE ORIGINATOR MASTER HAS JUST FILLED.
       TAKE-ORIGINATOR-ON-ROW.
         MOVE BLZ-ABSENDERBANK IN WS-A-SATZ
             TO BLZ-AUFTRAGGEBER IN WS-C-SATZ.
         MOVE NAME-ABSENDER IN WS-A-SATZ
             TO NAME-AUFTRAGGEBER IN WS-C-SATZ.
         IF KONTONUMMER-ABSENDER IN WS-A-SATZ IS NUMERIC
           MOVE KONTONUMMER-ABSENDER IN WS-A-SATZ
               TO KTO-AUFTRAGGEBER IN WS-C-SATZ
         ELSE
           MOVE 0 TO KTO-AUFTRAGGEBER IN WS-C-SATZ
         END-IF.

      * RE-STAMPS EVERY ROW ALREADY IN THE BATCH (TEMPLATE, IMPORT OR
      * RELOAD) WITH THE ORIGINATOR JUST CONFIRMED ON THE HEADER.
       STAMP-ORIGINATOR-ON-ROWS.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
           PERFORM TAKE-ORIGINATOR-ON-ROW
           PERFORM PUT-BATCH-ROW
         END-PERFORM.

      * PARKS THE BATCH FOR APPROVAL - SAME RECORD PACKING AS
      * CHECKPOINT-SAVE PLUS A LEADING "O" RECORD NAMING THE
      * ENTERING OPERATOR.
       WRITE-PENDING-BATCH.
         MOVE "N" TO WS-PENDING-SAVED.

      * ONLY ONE BATCH CAN AWAIT RELEASE AT A TIME - OPENING OUTPUT
      * STRAIGHT AWAY WOULD TRUNCATE A SUBMITTED BATCH WHOSE
      * CHECKPOINT IS ALREADY GONE, DESTROYING IT WITHOUT A TRACE.
         OPEN INPUT PENDING-FILE.
         IF WS-PENDING-STATUS EQUAL "00"
           MOVE "NO" TO WS-PENDING-EOF-FLAG
           READ PENDING-FILE
               AT END MOVE "EOF" TO WS-PENDING-EOF-FLAG
           END-READ
           CLOSE PENDING-FILE
           IF WS-PENDING-EOF-FLAG NOT EQUAL "EOF"
             STRING "A BATCH IS ALREADY AWAITING RELEASE - SUBMIT "
                 "REFUSED UNTIL IT IS RELEASED OR ABANDONED"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
             GO TO WRITE-PENDING-BATCH-EXIT
           END-IF
         END-IF.

         OPEN OUTPUT PENDING-FILE.
         IF WS-PENDING-STATUS NOT EQUAL "00"
           STRING "PENDING FILE OPEN FAILED (STATUS " WS-PENDING-STATUS
               ") - BATCH NOT SUBMITTED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO WRITE-PENDING-BATCH-EXIT
         END-IF.

         MOVE "O" TO PEND-TAG.
         MOVE SPACES TO PEND-PAYLOAD.
         MOVE WS-OPERATOR-ID TO PEND-PAYLOAD(1:8).
      * THE OVERRIDE TRAIL RIDES ALONG SO THE AUDIT LISTING PRINTED
      * AT RELEASE TIME STILL KNOWS WHAT WAS APPROVED AT ENTRY TIME.
         MOVE WS-TXN-OVR-COUNT TO PEND-PAYLOAD(9:3).
         MOVE WS-TXN-OVR-BY TO PEND-PAYLOAD(12:8).
         MOVE WS-BATCH-OVR-BY TO PEND-PAYLOAD(20:8).
         WRITE PENDING-RECORD.
         IF WS-PENDING-STATUS NOT EQUAL "00"
           GO TO WRITE-PENDING-BATCH-FAIL
         END-IF.

         MOVE "A" TO PEND-TAG.
         MOVE SPACES TO PEND-PAYLOAD.
         MOVE WS-A-SATZ TO PEND-PAYLOAD(1:128).
         MOVE WS-DEBTOR-SEPA-FIELDS TO PEND-PAYLOAD(129:71).
         MOVE WS-BATCH-TYPE TO PEND-PAYLOAD(200:1).
         MOVE WS-BATCH-ORIG-ID TO PEND-PAYLOAD(201:8).
         WRITE PENDING-RECORD.
         IF WS-PENDING-STATUS NOT EQUAL "00"
           GO TO WRITE-PENDING-BATCH-FAIL
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y"
             IF WS-ORIG-IN-USE EQUAL "Y" AND
                 WS-BATCH-ORIG-ID NOT EQUAL SPACES
               PERFORM TAKE-ORIGINATOR-ON-ROW
             END-IF
             MOVE "C" TO PEND-TAG
             MOVE SPACES TO PEND-PAYLOAD
             MOVE WS-C-SATZ TO PEND-PAYLOAD(1:256)
             END-IF
             MOVE "S" TO PEND-TAG
             MOVE SPACES TO PEND-PAYLOAD
             MOVE WS-SEPA-FIELDS TO PEND-PAYLOAD(1:256)
             WRITE PENDING-RECORD
             IF WS-PENDING-STATUS NOT EQUAL "00"
               GO TO WRITE-PENDING-BATCH-FAIL
      * NOT TOLD THE BATCH WAS SUBMITTED. SAME STATUS-AFTER-WRITE
      * DISCIPLINE AS CHECKPOINT-SAVE.
       WRITE-PENDING-BATCH-FAIL.
         STRING "PENDING FILE WRITE FAILED (STATUS " WS-PENDING-STATUS
             ") - BATCH NOT SUBMITTED"
             DELIMITED BY SIZE INTO WS-MSG-TEXT
         PERFORM SHOW-MESSAGE.
         CLOSE PENDING-FILE.
      * THE GUARD ABOVE PROVED NO OTHER BATCH WAS PENDING, SO THE
      * HALF-WRITTEN FILE CAN BE CLEARED - OTHERWISE IT WOULD BLOCK
         MOVE PEND-PAYLOAD(1:128) TO WS-A-SATZ.
         MOVE PEND-PAYLOAD(129:71) TO WS-DEBTOR-SEPA-FIELDS.
         MOVE PEND-PAYLOAD(200:1) TO WS-BATCH-TYPE.
         IF NOT BATCH-TYPE-VALID
           MOVE "T" TO WS-BATCH-TYPE
         END-IF.
         MOVE PEND-PAYLOAD(201:8) TO WS-BATCH-ORIG-ID.

      * RELEASING DEBITS THE ORIGINATOR'S ACCOUNT AS MUCH AS KEYING
      * DOES, SO THE RELEASING OPERATOR MUST BE ASSIGNED TO IT TOO.
      * A BATCH PARKED BEFORE THE MASTER CARRIES NO ORIGINATOR AND
      * IS MATCHED ON ITS ACCOUNT.
         IF WS-ORIG-IN-USE EQUAL "Y"
           IF WS-BATCH-ORIG-ID EQUAL SPACES
             PERFORM FIND-ORIG-BY-ACCOUNT
                 THRU FIND-ORIG-BY-ACCOUNT-EXIT
           END-IF
           IF WS-BATCH-ORIG-ID NOT EQUAL SPACES
             PERFORM CHECK-ORIG-ASSIGNMENT
                 THRU CHECK-ORIG-ASSIGNMENT-EXIT
             IF WS-ORIG-ASSIGNED NOT EQUAL "Y"
               MOVE "RELEASE" TO WS-SEC-ACTION
               MOVE "DENIED" TO WS-SEC-RESULT
               STRING "ORIGINATOR " WS-BATCH-ORIG-ID
                   DELIMITED BY SIZE INTO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
                   THRU WRITE-SECURITY-LOG-EXIT
               DISPLAY "ORIGINATOR " WS-BATCH-ORIG-ID
                   " IS NOT ASSIGNED TO YOU - RELEASE REFUSED"
                   LINE 24 COL 5
               CLOSE PENDING-FILE
               GO TO LOAD-PENDING-BATCH-EXIT
             END-IF
           END-IF
         END-IF.

         PERFORM RESET-BATCHWRK.
         MOVE 0 TO WS-C-SATZ-COUNT.
               PERFORM PUT-BATCH-ROW
             ELSE
               IF PEND-TAG EQUAL "S"
                 MOVE PEND-PAYLOAD(1:256) TO WS-SEPA-FIELDS
                 PERFORM PUT-BATCH-ROW
               END-IF
             END-IF

      * ASKS FOR A TEMPLATE NAME AND PUTS THE MATCHING FILE NAME IN
      * WS-TEMPLATE-FILE-NAME - SHARED BY SAVE AND LOAD SO BOTH SIDES
      * ALWAYS AGREE ON THE NAMING. A SCHEDULER JOB HAS THE NAME
      * FROM TMPL= ALREADY.
       BUILD-TEMPLATE-FILE-NAME.
         IF WS-JOB-MODE NOT EQUAL "Y"
           DISPLAY TEMPLATE-NAME-SCREEN
           ACCEPT TEMPLATE-NAME-SCREEN
         END-IF.
         IF WS-TEMPLATE-NAME EQUAL SPACES
           MOVE SPACES TO WS-TEMPLATE-FILE-NAME
         ELSE
         MOVE WS-A-SATZ TO TMPL-PAYLOAD(1:128).
         MOVE WS-DEBTOR-SEPA-FIELDS TO TMPL-PAYLOAD(129:71).
         MOVE WS-BATCH-TYPE TO TMPL-PAYLOAD(200:1).
         MOVE WS-BATCH-ORIG-ID TO TMPL-PAYLOAD(201:8).
         WRITE TEMPLATE-RECORD.

         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             WRITE TEMPLATE-RECORD
             MOVE "S" TO TMPL-TAG
             MOVE SPACES TO TMPL-PAYLOAD
             MOVE WS-SEPA-FIELDS TO TMPL-PAYLOAD(1:256)
             WRITE TEMPLATE-RECORD
           END-IF
         END-PERFORM.
         MOVE "N" TO WS-TEMPLATE-OK.
         PERFORM BUILD-TEMPLATE-FILE-NAME.
         IF WS-TEMPLATE-FILE-NAME EQUAL SPACES
           MOVE "NO TEMPLATE NAME GIVEN" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-TEMPLATE-EXIT
         END-IF.

         OPEN INPUT TEMPLATE-FILE.
         IF WS-TEMPLATE-STATUS NOT EQUAL "00"
           STRING "TEMPLATE NOT FOUND: " WS-TEMPLATE-FILE-NAME
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-TEMPLATE-EXIT
         END-IF.

         END-READ.
         IF WS-TEMPLATE-EOF-FLAG EQUAL "EOF" OR
             TMPL-TAG NOT EQUAL "A"
           MOVE "TEMPLATE DAMAGED - NO BATCH HEADER" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           CLOSE TEMPLATE-FILE
           GO TO LOAD-TEMPLATE-EXIT
         END-IF.
         MOVE TMPL-PAYLOAD(1:128) TO WS-A-SATZ.
         MOVE TMPL-PAYLOAD(129:71) TO WS-DEBTOR-SEPA-FIELDS.
         MOVE TMPL-PAYLOAD(200:1) TO WS-BATCH-TYPE.
         MOVE TMPL-PAYLOAD(201:8) TO WS-BATCH-ORIG-ID.
         IF NOT BATCH-TYPE-VALID
           MOVE "T" TO WS-BATCH-TYPE
         END-IF.

               PERFORM PUT-BATCH-ROW
             ELSE
               IF TMPL-TAG EQUAL "S"
                 MOVE TMPL-PAYLOAD(1:256) TO WS-SEPA-FIELDS
      * AN AP DOCUMENT IS PAID ONCE - A RECURRING ROW NEVER CARRIES
      * THE DOCUMENT NUMBER OF THE BATCH THE TEMPLATE WAS SAVED FROM.
                 MOVE SPACES TO AP-BELEG-NR IN WS-SEPA-FIELDS
                 PERFORM PUT-BATCH-ROW
               END-IF
             END-IF

         CLOSE TEMPLATE-FILE.

      * A RECURRING ROW KEEPS THE HIT ID IT WAS SAVED WITH, SO A HIT
      * COMPLIANCE HAS ALREADY CLEARED FOR THIS SAME PAYEE AND LIST
      * ENTRY IS NOT RAISED AGAIN EVERY MONTH; ANYTHING ELSE IS
      * SCREENED AFRESH.
         MOVE "N" TO WS-SAN-REPORT.
         PERFORM SCREEN-BATCH-SANCTIONS.
         IF WS-SAN-HOLD-COUNT > 0
           STRING "SANCTIONS LIST HITS: " WS-SAN-HOLD-COUNT
               " PAYMENTS ON HOLD FOR COMPLIANCE REVIEW"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           MOVE 23 TO WS-MSG-LINE
           PERFORM SHOW-MESSAGE
         END-IF.

      * TODAY'S DATE (DDMMYY) REPLACES THE ONE FROZEN IN THE
      * TEMPLATE.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-CURRENT-DATETIME(3:2) TO WS-DDMMYY-YY.
         MOVE WS-DDMMYY-IN TO DATEIERSTELLUNGSDATUM IN WS-A-SATZ.

         STRING "TEMPLATE LOADED: " WS-C-SATZ-ACTIVE-COUNT " PAYMENTS"
             DELIMITED BY SIZE INTO WS-MSG-TEXT
         PERFORM SHOW-MESSAGE.
         MOVE "Y" TO WS-TEMPLATE-OK.

       LOAD-TEMPLATE-EXIT.
         MOVE 0 TO WS-BLZ-DIR-COUNT.
         OPEN INPUT BLZ-FILE.
         IF WS-BLZ-FILE-STATUS NOT EQUAL "00"
           STRING "BANKLEITZAHLENDATEI NOT FOUND - DIRECTORY "
               "CHECKS OFF" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-BLZ-DIRECTORY-EXIT
         END-IF.

           IF WS-BLZ-DIR-EOF-FLAG NOT EQUAL "EOF" AND
               DIR-MERKMAL EQUAL "1"
             IF WS-BLZ-DIR-COUNT >= WS-MAX-BLZ-DIR
               STRING "BLZ DIRECTORY TABLE FULL - REST OF FILE "
                   "SKIPPED" DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               MOVE "EOF" TO WS-BLZ-DIR-EOF-FLAG
             ELSE
               ADD 1 TO WS-BLZ-DIR-COUNT
         IF WS-BLZ-DIR-COUNT > 0
           MOVE "Y" TO WS-BLZ-DIR-LOADED
         ELSE
           MOVE "BANKLEITZAHLENDATEI EMPTY - DIRECTORY CHECKS OFF"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       LOAD-BLZ-DIRECTORY-EXIT.
         CONTINUE.

      * LOADS THE SANCTIONS REFERENCE FILE INTO THE IN-MEMORY NAME
      * AND COUNTRY TABLES - AT STARTUP, AND AGAIN EACH TIME THE HIT
      * REVIEW IS OPENED, SO A NEW LIST FROM COMPLIANCE IS PICKED UP
      * BY JUST REPLACING SANCTION.DAT. UNLIKE THE BLZ DIRECTORY A
      * MISSING OR EMPTY FILE IS NOT HARMLESS: ENTRY GOES ON, BUT NO
      * BATCH CAN BE RELEASED UNSCREENED.
       LOAD-SANCTIONS-LIST.
         MOVE "N" TO WS-SAN-LOADED.
         MOVE 0 TO WS-SAN-NAME-COUNT.
         MOVE 0 TO WS-SAN-LAND-COUNT.
         OPEN INPUT SANCTION-FILE.
         IF WS-SAN-FILE-STATUS NOT EQUAL "00"
           STRING "SANCTIONS LIST NOT FOUND - NO BATCH CAN BE "
               "RELEASED" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-SANCTIONS-LIST-EXIT
         END-IF.

         MOVE "NO" TO WS-SAN-EOF-FLAG.
         PERFORM UNTIL WS-SAN-EOF-FLAG EQUAL "EOF"
           READ SANCTION-FILE
               AT END MOVE "EOF" TO WS-SAN-EOF-FLAG
           END-READ
           IF WS-SAN-EOF-FLAG NOT EQUAL "EOF"
             EVALUATE SAN-ART
               WHEN "N"
                 PERFORM STORE-SANCTIONS-NAME
               WHEN "L"
                 PERFORM STORE-SANCTIONS-LAND
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
         END-PERFORM.

         CLOSE SANCTION-FILE.

         IF WS-SAN-NAME-COUNT > 0 OR WS-SAN-LAND-COUNT > 0
           MOVE "Y" TO WS-SAN-LOADED
         ELSE
           MOVE "SANCTIONS LIST EMPTY - NO BATCH CAN BE RELEASED"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       LOAD-SANCTIONS-LIST-EXIT.
         CONTINUE.

       STORE-SANCTIONS-NAME.
         IF WS-SAN-NAME-COUNT >= WS-MAX-SAN-NAMES
           STRING "SANCTIONS NAME TABLE FULL - REST OF FILE " "SKIPPED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           MOVE "EOF" TO WS-SAN-EOF-FLAG
         ELSE
           MOVE SAN-NAME TO WS-SAN-IN
           PERFORM SAN-NORMALISE-NAME
           IF WS-SAN-WORK-COUNT > 0
             ADD 1 TO WS-SAN-NAME-COUNT
             SET WS-SNM-IDX TO WS-SAN-NAME-COUNT
             MOVE SAN-LISTE TO SNM-LISTE(WS-SNM-IDX)
             MOVE SAN-REF TO SNM-REF(WS-SNM-IDX)
             MOVE SAN-NAME TO SNM-TEXT(WS-SNM-IDX)
             MOVE WS-SAN-JOINED TO SNM-JOINED(WS-SNM-IDX)
             MOVE WS-SAN-JOINED-LEN TO SNM-JOINED-LEN(WS-SNM-IDX)
             MOVE WS-SAN-WORK-COUNT TO SNM-TOK-COUNT(WS-SNM-IDX)
             MOVE WS-SAN-WORK-TOKENS TO SNM-TOKENS(WS-SNM-IDX)
           END-IF
         END-IF.

       STORE-SANCTIONS-LAND.
         IF SAN-LAND NOT EQUAL SPACES AND
             WS-SAN-LAND-COUNT < WS-MAX-SAN-LAENDER
           ADD 1 TO WS-SAN-LAND-COUNT
           SET WS-SLD-IDX TO WS-SAN-LAND-COUNT
           MOVE FUNCTION UPPER-CASE(SAN-LAND) TO SLD-LAND(WS-SLD-IDX)
           MOVE SAN-LISTE TO SLD-LISTE(WS-SLD-IDX)
           MOVE SAN-REF TO SLD-REF(WS-SLD-IDX)
         END-IF.

      * BREAKS THE NAME IN WS-SAN-IN INTO ITS SIGNIFICANT WORDS -
      * UPPER CASE, PUNCTUATION TO BLANKS, ONE-LETTER WORDS AND
      * LEGAL FORMS DROPPED, AT MOST SIX WORDS OF 20 KEPT - AND
      * RUNS THEM TOGETHER IN WS-SAN-JOINED.
       SAN-NORMALISE-NAME.
         MOVE FUNCTION UPPER-CASE(WS-SAN-IN) TO WS-SAN-IN.
         INSPECT WS-SAN-IN CONVERTING ".,-/&'()+;:*"
             TO "            ".
         MOVE FUNCTION TRIM(WS-SAN-IN LEADING) TO WS-SAN-IN.
         INITIALIZE WS-SAN-RAW-TOKENS.
         INITIALIZE WS-SAN-WORK-TOKENS.
         MOVE 0 TO WS-SAN-WORK-COUNT.
         MOVE SPACES TO WS-SAN-JOINED.
         MOVE 1 TO WS-SAN-JOINED-LEN.
         UNSTRING WS-SAN-IN DELIMITED BY ALL SPACE
             INTO SAN-RAW-TOK(1) COUNT IN SAN-RAW-LEN(1)
                  SAN-RAW-TOK(2) COUNT IN SAN-RAW-LEN(2)
                  SAN-RAW-TOK(3) COUNT IN SAN-RAW-LEN(3)
                  SAN-RAW-TOK(4) COUNT IN SAN-RAW-LEN(4)
                  SAN-RAW-TOK(5) COUNT IN SAN-RAW-LEN(5)
                  SAN-RAW-TOK(6) COUNT IN SAN-RAW-LEN(6)
                  SAN-RAW-TOK(7) COUNT IN SAN-RAW-LEN(7)
                  SAN-RAW-TOK(8) COUNT IN SAN-RAW-LEN(8)
         END-UNSTRING.

         PERFORM VARYING WS-SAN-RAW-IDX FROM 1 BY 1
             UNTIL WS-SAN-RAW-IDX > 8 OR WS-SAN-WORK-COUNT >= 6
           IF SAN-RAW-LEN(WS-SAN-RAW-IDX) > 20
             MOVE 20 TO SAN-RAW-LEN(WS-SAN-RAW-IDX)
           END-IF
           MOVE "N" TO WS-SAN-STOP
           SET WS-SSW-IDX TO 1
           SEARCH WS-SAN-STOPWORD
             AT END
               CONTINUE
             WHEN WS-SAN-STOPWORD(WS-SSW-IDX) EQUAL
                 SAN-RAW-TOK(WS-SAN-RAW-IDX)
               MOVE "Y" TO WS-SAN-STOP
           END-SEARCH
           IF SAN-RAW-LEN(WS-SAN-RAW-IDX) >= 2 AND
               WS-SAN-STOP EQUAL "N"
             ADD 1 TO WS-SAN-WORK-COUNT
             MOVE SAN-RAW-TOK(WS-SAN-RAW-IDX)
                 TO SAN-WORK-TOK(WS-SAN-WORK-COUNT)
             MOVE SAN-RAW-LEN(WS-SAN-RAW-IDX)
                 TO SAN-WORK-LEN(WS-SAN-WORK-COUNT)
             STRING SAN-RAW-TOK(WS-SAN-RAW-IDX)
                 (1:SAN-RAW-LEN(WS-SAN-RAW-IDX))
                 DELIMITED BY SIZE INTO WS-SAN-JOINED
                 WITH POINTER WS-SAN-JOINED-LEN
                 ON OVERFLOW
                   CONTINUE
             END-STRING
           END-IF
         END-PERFORM.
         SUBTRACT 1 FROM WS-SAN-JOINED-LEN.

      * TWO WORDS ARE TAKEN AS THE SAME NAME WHEN THEY ARE EQUAL, OR
      * - BOTH AT LEAST FOUR LETTERS AND STARTING ALIKE - ONE TYPO
      * APART: ONE LETTER WRONG, MISSING OR EXTRA (MEIER/MEYER,
      * MULLER/MUELLER). SHORTER WORDS MUST MATCH EXACTLY.
       SAN-COMPARE-TOKENS.
         MOVE "N" TO WS-SAN-SIMILAR.
         IF WS-SAN-TA EQUAL WS-SAN-TB
           MOVE "Y" TO WS-SAN-SIMILAR
           GO TO SAN-COMPARE-TOKENS-EXIT
         END-IF.
         IF WS-SAN-TA-LEN < 4 OR WS-SAN-TB-LEN < 4 OR
             WS-SAN-TA(1:1) NOT EQUAL WS-SAN-TB(1:1)
           GO TO SAN-COMPARE-TOKENS-EXIT
         END-IF.
         IF WS-SAN-TA-LEN > WS-SAN-TB-LEN + 1 OR
             WS-SAN-TB-LEN > WS-SAN-TA-LEN + 1
           GO TO SAN-COMPARE-TOKENS-EXIT
         END-IF.

         MOVE 1 TO WS-SAN-I.
         MOVE 1 TO WS-SAN-J.
         MOVE 0 TO WS-SAN-DIFFS.
         PERFORM UNTIL WS-SAN-I > WS-SAN-TA-LEN OR
             WS-SAN-J > WS-SAN-TB-LEN OR WS-SAN-DIFFS > 1
           IF WS-SAN-TA(WS-SAN-I:1) EQUAL WS-SAN-TB(WS-SAN-J:1)
             ADD 1 TO WS-SAN-I
             ADD 1 TO WS-SAN-J
           ELSE
             ADD 1 TO WS-SAN-DIFFS
             EVALUATE TRUE
               WHEN WS-SAN-TA-LEN > WS-SAN-TB-LEN
                 ADD 1 TO WS-SAN-I
               WHEN WS-SAN-TB-LEN > WS-SAN-TA-LEN
                 ADD 1 TO WS-SAN-J
               WHEN OTHER
                 ADD 1 TO WS-SAN-I
                 ADD 1 TO WS-SAN-J
             END-EVALUATE
           END-IF
         END-PERFORM.
         COMPUTE WS-SAN-DIFFS = WS-SAN-DIFFS
             + WS-SAN-TA-LEN - WS-SAN-I + 1
             + WS-SAN-TB-LEN - WS-SAN-J + 1.
         IF WS-SAN-DIFFS <= 1
           MOVE "Y" TO WS-SAN-SIMILAR
         END-IF.

       SAN-COMPARE-TOKENS-EXIT.
         CONTINUE.

      * SCREENS THE ROW IN WS-C-SATZ/WS-SEPA-FIELDS. A COUNTRY HIT
      * IS THE IBAN COUNTRY OR (FOREIGN PAYMENTS) THE BENEFICIARY OR
      * BANK COUNTRY ON THE EMBARGO LIST. A NAME HIT IS A LIST ENTRY
      * WHOSE WORDS ALL TURN UP IN THE BENEFICIARY NAME IN ANY ORDER
      * (ALL BUT ONE FOR A NAME OF THREE WORDS OR MORE), OR WHOSE
      * WORDS RUN TOGETHER APPEAR IN THE NAME RUN TOGETHER. THE
      * FIRST HIT FOUND IS REPORTED IN WS-SAN-HIT-*.
       SCREEN-ROW-SANCTIONS.
         MOVE "N" TO WS-SAN-HIT.
         MOVE SPACES TO WS-SAN-HIT-ART.
         MOVE SPACES TO WS-SAN-HIT-LISTE.
         MOVE SPACES TO WS-SAN-HIT-REF.
         MOVE SPACES TO WS-SAN-HIT-TEXT.
         IF WS-SAN-LOADED NOT EQUAL "Y"
           GO TO SCREEN-ROW-SANCTIONS-EXIT
         END-IF.

         PERFORM VARYING WS-SLD-IDX FROM 1 BY 1
             UNTIL WS-SLD-IDX > WS-SAN-LAND-COUNT OR
             WS-SAN-HIT EQUAL "Y"
           MOVE SPACES TO WS-SAN-LAND-WK
           EVALUATE SLD-LAND(WS-SLD-IDX)
             WHEN IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS(1:2)
             WHEN LAND-BEGUENSTIGTER IN WS-SEPA-FIELDS
             WHEN LAND-EMPFAENGERBANK IN WS-SEPA-FIELDS
               MOVE SLD-LAND(WS-SLD-IDX) TO WS-SAN-LAND-WK
           END-EVALUATE
           IF WS-SAN-LAND-WK NOT EQUAL SPACES
             MOVE "Y" TO WS-SAN-HIT
             MOVE "L" TO WS-SAN-HIT-ART
             MOVE SLD-LISTE(WS-SLD-IDX) TO WS-SAN-HIT-LISTE
             MOVE SLD-REF(WS-SLD-IDX) TO WS-SAN-HIT-REF
             STRING "EMBARGO COUNTRY " WS-SAN-LAND-WK
                 DELIMITED BY SIZE INTO WS-SAN-HIT-TEXT
           END-IF
         END-PERFORM.
         IF WS-SAN-HIT EQUAL "Y"
           GO TO SCREEN-ROW-SANCTIONS-EXIT
         END-IF.

         MOVE NAME-BEGUENSTIGTER IN WS-C-SATZ TO WS-SAN-IN.
         PERFORM SAN-NORMALISE-NAME.
         IF WS-SAN-WORK-COUNT EQUAL 0
           GO TO SCREEN-ROW-SANCTIONS-EXIT
         END-IF.
         MOVE WS-SAN-WORK-COUNT TO WS-SAN-BEN-COUNT.
         MOVE WS-SAN-WORK-TOKENS TO WS-SAN-BEN-TOKENS.
         MOVE WS-SAN-JOINED TO WS-SAN-BEN-JOINED.
         MOVE WS-SAN-JOINED-LEN TO WS-SAN-BEN-JOINED-LEN.

         PERFORM VARYING WS-SNM-IDX FROM 1 BY 1
             UNTIL WS-SNM-IDX > WS-SAN-NAME-COUNT OR
             WS-SAN-HIT EQUAL "Y"
           PERFORM SAN-MATCH-LIST-NAME
           IF WS-SAN-HIT EQUAL "Y"
             MOVE "N" TO WS-SAN-HIT-ART
             MOVE SNM-LISTE(WS-SNM-IDX) TO WS-SAN-HIT-LISTE
             MOVE SNM-REF(WS-SNM-IDX) TO WS-SAN-HIT-REF
             MOVE SNM-TEXT(WS-SNM-IDX) TO WS-SAN-HIT-TEXT
           END-IF
         END-PERFORM.

       SCREEN-ROW-SANCTIONS-EXIT.
         CONTINUE.

      * HOLDS LIST ENTRY WS-SNM-IDX AGAINST THE BENEFICIARY WORDS.
       SAN-MATCH-LIST-NAME.
         MOVE 0 TO WS-SAN-MATCHED.
         PERFORM VARYING WS-SAN-T-IDX FROM 1 BY 1
             UNTIL WS-SAN-T-IDX > SNM-TOK-COUNT(WS-SNM-IDX)
           MOVE SNM-TOK(WS-SNM-IDX, WS-SAN-T-IDX) TO WS-SAN-TA
           MOVE SNM-TOK-LEN(WS-SNM-IDX, WS-SAN-T-IDX)
               TO WS-SAN-TA-LEN
           MOVE "N" TO WS-SAN-TOK-HIT
           PERFORM VARYING WS-SAN-B-IDX FROM 1 BY 1
               UNTIL WS-SAN-B-IDX > WS-SAN-BEN-COUNT OR
               WS-SAN-TOK-HIT EQUAL "Y"
             MOVE SAN-BEN-TOK(WS-SAN-B-IDX) TO WS-SAN-TB
             MOVE SAN-BEN-LEN(WS-SAN-B-IDX) TO WS-SAN-TB-LEN
             PERFORM SAN-COMPARE-TOKENS THRU SAN-COMPARE-TOKENS-EXIT
             MOVE WS-SAN-SIMILAR TO WS-SAN-TOK-HIT
           END-PERFORM
           IF WS-SAN-TOK-HIT EQUAL "Y"
             ADD 1 TO WS-SAN-MATCHED
           END-IF
         END-PERFORM.

         IF WS-SAN-MATCHED EQUAL SNM-TOK-COUNT(WS-SNM-IDX)
           MOVE "Y" TO WS-SAN-HIT
         END-IF.
         IF SNM-TOK-COUNT(WS-SNM-IDX) >= 3 AND
             WS-SAN-MATCHED + 1 >= SNM-TOK-COUNT(WS-SNM-IDX)
           MOVE "Y" TO WS-SAN-HIT
         END-IF.
         IF WS-SAN-HIT NOT EQUAL "Y" AND
             SNM-JOINED-LEN(WS-SNM-IDX) >= 6 AND
             SNM-JOINED-LEN(WS-SNM-IDX) <= WS-SAN-BEN-JOINED-LEN
           MOVE 0 TO WS-SAN-TALLY
           INSPECT WS-SAN-BEN-JOINED TALLYING WS-SAN-TALLY
               FOR ALL SNM-JOINED(WS-SNM-IDX)
                   (1:SNM-JOINED-LEN(WS-SNM-IDX))
           IF WS-SAN-TALLY > 0
             MOVE "Y" TO WS-SAN-HIT
           END-IF
         END-IF.

      * SCREENS THE CURRENT ROW AND KEEPS ITS SAN-ANGABEN AND THE
      * HIT-REVIEW QUEUE IN STEP. A ROW THAT STILL HITS THE SAME
      * LIST ENTRY WITH UNCHANGED PAYEE DATA KEEPS ITS QUEUE ENTRY
      * AND TAKES OVER WHATEVER COMPLIANCE DECIDED ON IT; A NEW OR
      * CHANGED HIT OPENS A NEW ENTRY (THE OLD ONE, IF STILL OPEN, IS
      * SUPERSEDED) AND HOLDS THE ROW. WS-SAN-NEW-HIT TELLS THE
      * CALLER A NEW ENTRY WAS OPENED.
       APPLY-SANCTIONS-SCREENING.
         MOVE "N" TO WS-SAN-NEW-HIT.
         PERFORM SCREEN-ROW-SANCTIONS THRU SCREEN-ROW-SANCTIONS-EXIT.
         IF WS-SAN-HIT NOT EQUAL "Y"
           PERFORM SUPERSEDE-SANCTIONS-HIT
           MOVE SPACES TO SAN-ANGABEN IN WS-SEPA-FIELDS
           GO TO APPLY-SANCTIONS-SCREENING-EXIT
         END-IF.

         MOVE "N" TO WS-SAN-KEEP.
         IF SAN-HIT-ID IN WS-SEPA-FIELDS NOT EQUAL SPACES AND
             WS-SANHIT-AVAILABLE EQUAL "Y"
           MOVE SAN-HIT-ID IN WS-SEPA-FIELDS TO SH-ID
           READ SANHIT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF SH-STATUS NOT EQUAL "X" AND
                   SH-LISTE EQUAL WS-SAN-HIT-LISTE AND
                   SH-LIST-REF EQUAL WS-SAN-HIT-REF AND
                   SH-NAME EQUAL NAME-BEGUENSTIGTER IN WS-C-SATZ AND
                   SH-BLZ EQUAL BLZ-BEGUENSTIGTER IN WS-C-SATZ AND
                   SH-KTO EQUAL KTO-BEGUENSTIGTER IN WS-C-SATZ AND
                   SH-IBAN EQUAL IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS
                 MOVE "Y" TO WS-SAN-KEEP
               END-IF
           END-READ
         END-IF.
         IF WS-SAN-KEEP EQUAL "Y"
           EVALUATE SH-STATUS
             WHEN "F"
               MOVE "F" TO SAN-STATUS IN WS-SEPA-FIELDS
             WHEN "B"
               MOVE "B" TO SAN-STATUS IN WS-SEPA-FIELDS
             WHEN OTHER
               MOVE "H" TO SAN-STATUS IN WS-SEPA-FIELDS
           END-EVALUATE
           GO TO APPLY-SANCTIONS-SCREENING-EXIT
         END-IF.

         PERFORM SUPERSEDE-SANCTIONS-HIT.
         PERFORM WRITE-SANCTIONS-HIT THRU WRITE-SANCTIONS-HIT-EXIT.
         MOVE "H" TO SAN-STATUS IN WS-SEPA-FIELDS.
         MOVE "Y" TO WS-SAN-NEW-HIT.

       APPLY-SANCTIONS-SCREENING-EXIT.
         CONTINUE.

      * AN OPEN QUEUE ENTRY WHOSE ROW NO LONGER MATCHES IT IS CLOSED
      * AS SUPERSEDED, SO COMPLIANCE IS NOT ASKED ABOUT DATA THAT NO
      * LONGER EXISTS. DECIDED ENTRIES ARE LEFT AS THEY ARE.
       SUPERSEDE-SANCTIONS-HIT.
         IF SAN-HIT-ID IN WS-SEPA-FIELDS NOT EQUAL SPACES AND
             WS-SANHIT-AVAILABLE EQUAL "Y"
           MOVE SAN-HIT-ID IN WS-SEPA-FIELDS TO SH-ID
           READ SANHIT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF SH-STATUS EQUAL "O"
                 MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
                 MOVE "X" TO SH-STATUS
                 MOVE WS-OPERATOR-ID TO SH-DONE-BY
                 MOVE WS-CURRENT-DATETIME(1:14) TO SH-DONE-STAMP
                 MOVE "ROW CHANGED OR NO LONGER A HIT" TO SH-NOTIZ
                 REWRITE SANHIT-RECORD
                   INVALID KEY
                     CONTINUE
                 END-REWRITE
               END-IF
           END-READ
         END-IF.

      * OPENS A QUEUE ENTRY FOR THE HIT IN WS-SAN-HIT-* ON THE
      * CURRENT ROW. THE ID IS THE TIMESTAMP TO THE HUNDREDTH PLUS A
      * RUNNING NUMBER, RETRIED ON THE RARE COLLISION.
       WRITE-SANCTIONS-HIT.
         MOVE SPACES TO SAN-HIT-ID IN WS-SEPA-FIELDS.
         IF WS-SANHIT-AVAILABLE NOT EQUAL "Y"
           GO TO WRITE-SANCTIONS-HIT-EXIT
         END-IF.
         MOVE 0 TO WS-SANHIT-TRIES.
         MOVE "N" TO WS-SANHIT-WRITTEN.

       WRITE-SANCTIONS-HIT-TRY.
         IF WS-SANHIT-SEQ >= 99
           MOVE 0 TO WS-SANHIT-SEQ
         ELSE
           ADD 1 TO WS-SANHIT-SEQ
         END-IF.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE SPACES TO SANHIT-RECORD.
         STRING WS-CURRENT-DATETIME(1:16) WS-SANHIT-SEQ
             DELIMITED BY SIZE INTO SH-ID.
         MOVE "O" TO SH-STATUS.
         MOVE WS-SAN-HIT-ART TO SH-ART.
         MOVE WS-SAN-HIT-LISTE TO SH-LISTE.
         MOVE WS-SAN-HIT-REF TO SH-LIST-REF.
         MOVE WS-SAN-HIT-TEXT TO SH-LIST-TEXT.
         MOVE SAMMEL-REF-NR IN WS-A-SATZ TO SH-SAMMEL-REF.
         MOVE WS-C-IDX TO SH-ROW.
         MOVE NAME-BEGUENSTIGTER IN WS-C-SATZ TO SH-NAME.
         MOVE BLZ-BEGUENSTIGTER IN WS-C-SATZ TO SH-BLZ.
         MOVE KTO-BEGUENSTIGTER IN WS-C-SATZ TO SH-KTO.
         MOVE IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS TO SH-IBAN.
         MOVE BETRAG IN WS-C-SATZ TO SH-BETRAG.
         MOVE WS-OPERATOR-ID TO SH-ERFASST-VON.
         MOVE WS-CURRENT-DATETIME(1:14) TO SH-ERFASST-STAMP.
         WRITE SANHIT-RECORD
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE "Y" TO WS-SANHIT-WRITTEN
         END-WRITE.
         IF WS-SANHIT-WRITTEN NOT EQUAL "Y" AND WS-SANHIT-TRIES < 10
           ADD 1 TO WS-SANHIT-TRIES
           GO TO WRITE-SANCTIONS-HIT-TRY
         END-IF.

         IF WS-SANHIT-WRITTEN EQUAL "Y"
           MOVE SH-ID TO SAN-HIT-ID IN WS-SEPA-FIELDS
         ELSE
           STRING "WARNING: SANCTIONS HIT NOT QUEUED (STATUS "
               WS-SANHIT-STATUS ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       WRITE-SANCTIONS-HIT-EXIT.
         CONTINUE.

      * SCREENS EVERY ACTIVE ROW OF THE BATCH AND COUNTS THE OUTCOME
      * IN WS-SAN-HOLD/NEW/CLEAR/BLOCK-COUNT. A ROW WHOSE HIT
      * COMPLIANCE HAS CONFIRMED IS TAKEN OUT OF THE BATCH. WITH
      * WS-SAN-REPORT = "Y" EACH NEW HIT ALSO GOES ON REPORT-FILE.
      * THE CALLER SAVES THE CHECKPOINT.
       SCREEN-BATCH-SANCTIONS.
         MOVE 0 TO WS-SAN-HOLD-COUNT.
         MOVE 0 TO WS-SAN-NEW-COUNT.
         MOVE 0 TO WS-SAN-CLEAR-COUNT.
         MOVE 0 TO WS-SAN-BLOCK-COUNT.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y"
             PERFORM APPLY-SANCTIONS-SCREENING
                 THRU APPLY-SANCTIONS-SCREENING-EXIT
             EVALUATE SAN-STATUS IN WS-SEPA-FIELDS
               WHEN "H"
                 ADD 1 TO WS-SAN-HOLD-COUNT
               WHEN "F"
                 ADD 1 TO WS-SAN-CLEAR-COUNT
               WHEN "B"
                 ADD 1 TO WS-SAN-BLOCK-COUNT
                 ADD 1 TO WS-SAN-BLOCKED-TOTAL
                 MOVE "N" TO WS-ROW-ACTIVE
                 SUBTRACT 1 FROM WS-C-SATZ-ACTIVE-COUNT
             END-EVALUATE
             IF WS-SAN-NEW-HIT EQUAL "Y"
               ADD 1 TO WS-SAN-NEW-COUNT
               IF WS-SAN-REPORT EQUAL "Y"
                 MOVE SPACES TO REPORT-LINE
                 STRING "SANCTIONS HOLD "
                     AP-BELEG-NR IN WS-SEPA-FIELDS " "
                     NAME-BEGUENSTIGTER IN WS-C-SATZ " LIST "
                     WS-SAN-HIT-LISTE " " WS-SAN-HIT-REF
                     " HIT ID " SAN-HIT-ID IN WS-SEPA-FIELDS
                     DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
               END-IF
             END-IF
             PERFORM PUT-BATCH-ROW
           END-IF
         END-PERFORM.

      * COMPLIANCE HIT REVIEW - WALKS THE OPEN ENTRIES OF THE QUEUE
      * OLDEST FIRST. CLEARING (A FALSE POSITIVE) LETS THE PAYMENT
      * GO; CONFIRMING TAKES IT OUT OF ITS BATCH AT THE NEXT
      * SCREENING. EVERY DECISION CARRIES A NOTE, THE DECIDER AND
      * THE TIME ON THE QUEUE ENTRY AND GOES ON THE SECURITY LOG.
      * WITH THE OPERATOR MASTER IN FORCE NOBODY DECIDES A HIT ON A
      * PAYMENT THEY ENTERED THEMSELVES.
       COMPLIANCE-REVIEW.
         PERFORM LOAD-SANCTIONS-LIST THRU LOAD-SANCTIONS-LIST-EXIT.
         MOVE 0 TO WS-SAN-DECIDED.
         IF WS-SANHIT-AVAILABLE NOT EQUAL "Y"
           DISPLAY "SANCTIONS HIT-REVIEW QUEUE UNAVAILABLE"
               LINE 24 COL 5
           GO TO COMPLIANCE-REVIEW-EXIT
         END-IF.
         MOVE LOW-VALUES TO SH-ID.
         START SANHIT-FILE KEY NOT LESS THAN SH-ID
           INVALID KEY
             GO TO COMPLIANCE-REVIEW-DONE
         END-START.

       COMPLIANCE-REVIEW-NEXT.
         READ SANHIT-FILE NEXT RECORD
           AT END
             GO TO COMPLIANCE-REVIEW-DONE
         END-READ.
         IF SH-STATUS NOT EQUAL "O"
           GO TO COMPLIANCE-REVIEW-NEXT
         END-IF.
         COMPUTE WS-SAN-BETRAG-EDIT = SH-BETRAG / 100.
         MOVE SPACES TO WS-SAN-NOTIZ.

       COMPLIANCE-REVIEW-ASK.
         MOVE " " TO WS-SAN-ANSWER.
         DISPLAY SANHIT-REVIEW-SCREEN.
         ACCEPT SANHIT-REVIEW-SCREEN.
         EVALUATE WS-SAN-ANSWER
           WHEN "Q"
           WHEN "q"
             GO TO COMPLIANCE-REVIEW-DONE
           WHEN "S"
           WHEN "s"
             GO TO COMPLIANCE-REVIEW-NEXT
           WHEN "C"
           WHEN "c"
           WHEN "B"
           WHEN "b"
             CONTINUE
           WHEN OTHER
             DISPLAY "INVALID CHOICE - ENTER C, B, S, OR Q"
                 LINE 24 COL 5
             GO TO COMPLIANCE-REVIEW-ASK
         END-EVALUATE.
         IF WS-SAN-NOTIZ EQUAL SPACES
           DISPLAY "A NOTE IS REQUIRED FOR EVERY DECISION"
               LINE 24 COL 5
           GO TO COMPLIANCE-REVIEW-ASK
         END-IF.
         IF WS-OPER-ENFORCE EQUAL "Y" AND
             SH-ERFASST-VON EQUAL WS-OPERATOR-ID
           MOVE "SANCTION-HIT" TO WS-SEC-ACTION
           MOVE "DENIED" TO WS-SEC-RESULT
           MOVE SH-ID TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           DISPLAY "OWN ENTRY - ANOTHER COMPLIANCE OPERATOR MUST "
               "DECIDE THIS HIT" LINE 24 COL 5
           GO TO COMPLIANCE-REVIEW-NEXT
         END-IF.

         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         IF WS-SAN-ANSWER EQUAL "C" OR WS-SAN-ANSWER EQUAL "c"
           MOVE "F" TO SH-STATUS
           MOVE "CLEARED" TO WS-SEC-RESULT
         ELSE
           MOVE "B" TO SH-STATUS
           MOVE "BLOCKED" TO WS-SEC-RESULT
         END-IF.
         MOVE WS-OPERATOR-ID TO SH-DONE-BY.
         MOVE WS-CURRENT-DATETIME(1:14) TO SH-DONE-STAMP.
         MOVE WS-SAN-NOTIZ TO SH-NOTIZ.
         REWRITE SANHIT-RECORD
           INVALID KEY
             DISPLAY "DECISION NOT STORED (STATUS " WS-SANHIT-STATUS
                 ")" LINE 24 COL 5
             GO TO COMPLIANCE-REVIEW-NEXT
         END-REWRITE.
         MOVE "SANCTION-HIT" TO WS-SEC-ACTION.
         MOVE SH-ID TO WS-SEC-DETAIL.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.
         ADD 1 TO WS-SAN-DECIDED.
         GO TO COMPLIANCE-REVIEW-NEXT.

       COMPLIANCE-REVIEW-DONE.
         DISPLAY "SANCTIONS HITS DECIDED: " WS-SAN-DECIDED
             LINE 24 COL 5.

       COMPLIANCE-REVIEW-EXIT.
         CONTINUE.

      * QUARTERLY BLZ CHANGE RUN - WHEN THE NEW BUNDESBANK FILE IS
      * IN PLACE, EVERY BLZ ON THE BENEFICIARY MASTER AND ON THE
      * SAVED TEMPLATES IS HELD AGAINST ITS DELETION FLAG AND
      * NACHFOLGE-BLZ. EACH AFFECTED RECORD GOES ON THE CHANGE
      * REPORT; THE SUCCESSOR (WITH A FRESHLY DERIVED IBAN AND THE
      * DIRECTORY BIC) IS ONLY APPLIED AFTER THE OPERATOR CONFIRMS
         MOVE RESTART-PAYLOAD(1:128) TO WS-A-SATZ.
         MOVE RESTART-PAYLOAD(129:71) TO WS-DEBTOR-SEPA-FIELDS.
         MOVE RESTART-PAYLOAD(200:1) TO WS-BATCH-TYPE.
         MOVE RESTART-PAYLOAD(201:8) TO WS-BATCH-ORIG-ID.
         IF NOT BATCH-TYPE-VALID
           MOVE "T" TO WS-BATCH-TYPE
         END-IF.
         PERFORM LOAD-RESTART-C-SATZ-ROWS.
         IF FUNCTION TEST-NUMVAL(DUP-CFG-RECORD) EQUAL 0
           MOVE FUNCTION NUMVAL(DUP-CFG-RECORD) TO WS-DUP-WINDOW-DAYS
         ELSE
           MOVE "DUPCHECK.CFG NOT NUMERIC - DEFAULT WINDOW KEPT"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.
         CLOSE DUP-CFG-FILE.

       LOAD-LIMITS-EXIT.
         CONTINUE.

      * READS GLMAP.CFG AT STARTUP - SEE THE FD FOR THE LINE FORMAT.
      * A MISSING FILE IS NOT AN ERROR: THE JOURNAL STILL BALANCES,
      * IT JUST POSTS EVERYTHING TO THE SUSPENSE ACCOUNT.
       LOAD-GL-MAP.
         OPEN INPUT GLMAP-FILE.
         IF WS-GLMAP-STATUS NOT EQUAL "00"
           GO TO LOAD-GL-MAP-EXIT
         END-IF.

         MOVE "NO" TO WS-GLMAP-EOF-FLAG.
         PERFORM UNTIL WS-GLMAP-EOF-FLAG EQUAL "EOF"
           READ GLMAP-FILE
               AT END MOVE "EOF" TO WS-GLMAP-EOF-FLAG
           END-READ
           IF WS-GLMAP-EOF-FLAG NOT EQUAL "EOF" AND
               GLMAP-RECORD NOT EQUAL SPACES
             MOVE SPACES TO WS-GLM-KEYWORD
             MOVE SPACES TO WS-GLM-ARG1
             MOVE SPACES TO WS-GLM-ARG2
             UNSTRING GLMAP-RECORD DELIMITED BY ALL " "
                 INTO WS-GLM-KEYWORD WS-GLM-ARG1 WS-GLM-ARG2
             END-UNSTRING
             PERFORM STORE-GL-MAP-LINE
           END-IF
         END-PERFORM.

         CLOSE GLMAP-FILE.

       LOAD-GL-MAP-EXIT.
         CONTINUE.

       STORE-GL-MAP-LINE.
         EVALUATE WS-GLM-KEYWORD
           WHEN "TS"
             IF FUNCTION TEST-NUMVAL(WS-GLM-ARG1) EQUAL 0 AND
                 WS-GLM-ARG2 NOT EQUAL SPACES AND
                 WS-GL-TS-COUNT < WS-MAX-GL-TS
               ADD 1 TO WS-GL-TS-COUNT
               SET WS-GLT-IDX TO WS-GL-TS-COUNT
               MOVE FUNCTION NUMVAL(WS-GLM-ARG1)
                   TO GL-TS-KEY(WS-GLT-IDX)
               MOVE WS-GLM-ARG2 TO GL-TS-KONTO(WS-GLT-IDX)
             ELSE
               MOVE "GLMAP.CFG: BAD TS LINE - SKIPPED" TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "BANK"
             IF WS-GLM-ARG1 EQUAL "*" AND WS-GLM-ARG2 NOT EQUAL SPACES
               MOVE WS-GLM-ARG2 TO WS-GL-BANK-DEFAULT
             ELSE
               IF FUNCTION TEST-NUMVAL(WS-GLM-ARG1) EQUAL 0 AND
                   WS-GLM-ARG2 NOT EQUAL SPACES AND
                   WS-GL-BANK-COUNT < WS-MAX-GL-BANK
                 ADD 1 TO WS-GL-BANK-COUNT
                 SET WS-GLB-IDX TO WS-GL-BANK-COUNT
                 MOVE FUNCTION NUMVAL(WS-GLM-ARG1)
                     TO GL-BANK-ORIG-KTO(WS-GLB-IDX)
                 MOVE WS-GLM-ARG2 TO GL-BANK-KONTO(WS-GLB-IDX)
               ELSE
                 MOVE "GLMAP.CFG: BAD BANK LINE - SKIPPED"
                     TO WS-MSG-TEXT
                 PERFORM SHOW-MESSAGE
               END-IF
             END-IF
           WHEN "SUSPENSE"
             IF WS-GLM-ARG1 NOT EQUAL SPACES
               MOVE WS-GLM-ARG1 TO WS-GL-SUSPENSE-KTO
             ELSE
               MOVE "GLMAP.CFG: BAD SUSPENSE LINE - SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN OTHER
             MOVE "GLMAP.CFG: UNKNOWN KEYWORD - LINE SKIPPED"
                 TO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
         END-EVALUATE.

      * LOADS THE HOLIDAY CALENDAR AT STARTUP - ONE YYYYMMDD PER
      * LINE, STORED AS DAY NUMBERS. A MISSING OR EMPTY FILE IS NOT
      * FATAL: THE WEEKEND CHECK STILL APPLIES, ONLY THE HOLIDAYS
         MOVE 0 TO WS-HOLIDAY-COUNT.
         OPEN INPUT CALENDAR-FILE.
         IF WS-CALENDAR-STATUS NOT EQUAL "00"
           MOVE "CALENDAR.DAT NOT FOUND - WEEKEND CHECK ONLY"
               TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-CALENDAR-EXIT
         END-IF.

           IF WS-CAL-EOF-FLAG NOT EQUAL "EOF" AND
               CAL-RECORD(1:8) IS NUMERIC
             IF WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
               MOVE "CALENDAR TABLE FULL - REST OF FILE SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
               MOVE "EOF" TO WS-CAL-EOF-FLAG
             ELSE
               MOVE CAL-RECORD(1:8) TO WS-YYYYMMDD
         MOVE REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS TO WS-BD-DATE.
         MOVE WS-BD-SHOW-REASON TO WS-BD-REASON.
         MOVE " " TO WS-BD-ROLL-ANSWER.
      * A SCHEDULER JOB HAS NOBODY TO ASK - IT TAKES THE PROPOSED
      * BUSINESS DAY AND SAYS SO ON THE JOB LOG.
         IF WS-JOB-MODE EQUAL "Y"
           MOVE "Y" TO WS-BD-ROLL-ANSWER
           STRING "EXECUTION DATE " WS-BD-DATE " " WS-BD-REASON
               "- ROLLED TO " WS-BD-NEXT-DATE
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         ELSE
           DISPLAY EXEC-DATE-ROLL-SCREEN
           ACCEPT EXEC-DATE-ROLL-SCREEN
         END-IF.
         IF WS-BD-ROLL-ANSWER EQUAL "Y" OR
             WS-BD-ROLL-ANSWER EQUAL "y"
           MOVE WS-BD-NEXT-DATE
             IF FUNCTION TEST-NUMVAL(WS-LIM-ARG1) EQUAL 0
               MOVE FUNCTION NUMVAL(WS-LIM-ARG1) TO WS-TXN-LIMIT
             ELSE
               MOVE "LIMITS.CFG: BAD TXN AMOUNT - LINE SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "BATCH"
             IF FUNCTION TEST-NUMVAL(WS-LIM-ARG1) EQUAL 0
               MOVE FUNCTION NUMVAL(WS-LIM-ARG1) TO WS-BATCH-LIMIT
             ELSE
               MOVE "LIMITS.CFG: BAD BATCH AMOUNT - LINE SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "FILEMAX"
             IF FUNCTION TEST-NUMVAL(WS-LIM-ARG1) EQUAL 0
               MOVE FUNCTION NUMVAL(WS-LIM-ARG1)
                   TO WS-FILE-MAX-TXNS
             ELSE
               MOVE "LIMITS.CFG: BAD FILEMAX COUNT - LINE SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "FILEAMT"
             IF FUNCTION TEST-NUMVAL(WS-LIM-ARG1) EQUAL 0
               MOVE FUNCTION NUMVAL(WS-LIM-ARG1)
                   TO WS-FILE-MAX-AMT
             ELSE
               STRING "LIMITS.CFG: BAD FILEAMT AMOUNT - LINE " "SKIPPED"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "AWV"
             IF FUNCTION TEST-NUMVAL(WS-LIM-ARG1) EQUAL 0
               MOVE FUNCTION NUMVAL(WS-LIM-ARG1) TO WS-AWV-LIMIT
             ELSE
               MOVE "LIMITS.CFG: BAD AWV AMOUNT - LINE SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "BANKCHG"
             IF FUNCTION TEST-NUMVAL(WS-LIM-ARG1) EQUAL 0
               MOVE FUNCTION NUMVAL(WS-LIM-ARG1) TO WS-BANKCHG-DAYS
             ELSE
               MOVE "LIMITS.CFG: BAD BANKCHG DAYS - LINE SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "TS"
             IF FUNCTION TEST-NUMVAL(WS-LIM-ARG1) EQUAL 0 AND
               MOVE FUNCTION NUMVAL(WS-LIM-ARG2)
                   TO TS-LIMIT-AMOUNT(WS-TS-IDX)
             ELSE
               MOVE "LIMITS.CFG: BAD TS LINE - SKIPPED" TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN OTHER
             MOVE "LIMITS.CFG: UNKNOWN KEYWORD - LINE SKIPPED"
                 TO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
         END-EVALUATE.

      * THE CEILING THAT APPLIES TO THE C-SATZ CURRENTLY IN WS-C-SATZ
         MOVE "N" TO WS-OVERRIDE-OK.
         MOVE " " TO WS-OVERRIDE-ANSWER.
         MOVE SPACES TO WS-OVERRIDE-PW.
         IF WS-OVR-KIND EQUAL "B"
           DISPLAY BANKCHG-ACK-SCREEN
           ACCEPT BANKCHG-ACK-SCREEN
         ELSE
           DISPLAY OVERRIDE-SCREEN
           ACCEPT OVERRIDE-SCREEN
         END-IF.

         IF WS-OVERRIDE-ANSWER NOT EQUAL "Y" AND
             WS-OVERRIDE-ANSWER NOT EQUAL "y"
               END-IF
           END-READ
           IF WS-OVERRIDE-AUTH NOT EQUAL "Y"
             IF WS-OVR-KIND EQUAL "B"
               MOVE "BANKCHG-ACK" TO WS-SEC-ACTION
             ELSE
               MOVE "OVERRIDE" TO WS-SEC-ACTION
             END-IF
             MOVE "DENIED" TO WS-SEC-RESULT
             MOVE WS-OVERRIDE-ID TO WS-SEC-DETAIL
             PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           END-IF
         END-IF.

         IF WS-OVR-KIND EQUAL "B"
           MOVE "BANKCHG-ACK" TO WS-SEC-ACTION
         ELSE
           MOVE "OVERRIDE" TO WS-SEC-ACTION
         END-IF.
         MOVE "OK" TO WS-SEC-RESULT.
         MOVE WS-OVERRIDE-ID TO WS-SEC-DETAIL.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.
           GO TO CHECK-DUPLICATE-PAYMENT-EXIT
         END-IF.
         IF WS-HISTORY-STATUS NOT EQUAL "00"
           STRING "WARNING: PAYMENT HISTORY UNREADABLE (STATUS "
               WS-HISTORY-STATUS ") - DUPLICATE CHECK OFF, RUN THE "
               "FILE CONVERSION (V)" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO CHECK-DUPLICATE-PAYMENT-EXIT
         END-IF.

             MOVE TEXTSCHLUESSEL IN WS-C-SATZ
                 TO HIST-TEXTSCHLUESSEL
             MOVE NAME-BEGUENSTIGTER IN WS-C-SATZ TO HIST-NAME
             MOVE AP-BELEG-NR IN WS-SEPA-FIELDS TO HIST-AP-BELEG-NR
             MOVE WS-BATCH-ORIG-ID TO HIST-ORIG-ID
             PERFORM WRITE-HISTORY-ROW THRU WRITE-HISTORY-ROW-EXIT
           END-IF
         END-PERFORM.
         MOVE SPACES TO WS-DTAUS-FILE-NAME.
         MOVE SPACES TO WS-SEPA-FILE-NAME.
         MOVE SPACES TO WS-REPORT-FILE-NAME.
         MOVE SPACES TO WS-DTAZV-FILE-NAME.
         IF WS-PART-COUNT > 1
           MOVE WS-CUR-PART TO WS-PART-SUFFIX
           STRING "DTAUS_" DATEIERSTELLUNGSDATUM IN WS-A-SATZ
           STRING "REPORT_" DATEIERSTELLUNGSDATUM IN WS-A-SATZ
               "_" SAMMEL-REF-NR IN WS-A-SATZ ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
           STRING "DTAZV_" DATEIERSTELLUNGSDATUM IN WS-A-SATZ
               "_" SAMMEL-REF-NR IN WS-A-SATZ
               "_P" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-DTAZV-FILE-NAME
         ELSE
           STRING "DTAUS_" DATEIERSTELLUNGSDATUM IN WS-A-SATZ
               "_" SAMMEL-REF-NR IN WS-A-SATZ ".DAT"
           STRING "REPORT_" DATEIERSTELLUNGSDATUM IN WS-A-SATZ
               "_" SAMMEL-REF-NR IN WS-A-SATZ ".TXT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
           STRING "DTAZV_" DATEIERSTELLUNGSDATUM IN WS-A-SATZ
               "_" SAMMEL-REF-NR IN WS-A-SATZ ".DAT"
               DELIMITED BY SIZE INTO WS-DTAZV-FILE-NAME
         END-IF.

      * ONE MANIFEST LINE PER SAVED BATCH - THE THREE FILE NAMES,
      * THE E-SATZ COUNT AND EUR TOTAL (CENTS), AND A TIMESTAMP -
      * SO THE BANK UPLOAD CAN BE TICKED OFF FILE BY FILE. THE
      * EXECUTION DATE (DDMMYYYY), BATCH TYPE AND ORIGINATOR ACCOUNT
      * FOLLOW THE TOTAL, FIXED WIDTH, FOR THE LIQUIDITY FORECAST,
      * AND " EUR <COUNT> <TOTAL>" - THE EUR ROWS ALONE, AS " CT "
      * COUNTS EVERY CURRENCY; THEY STAY AHEAD OF ANY " STS ..."
      * SUFFIX STAMPED LATER. THE
      * ORIGINATOR ID COMES LAST AS " ORG <ID>" - LEFT OFF WHEN THE
      * BATCH HAS NONE - SO THE DAY-END SHEET CAN TOTAL PER COMPANY.
       APPEND-MANIFEST.
         MOVE SPACES TO WS-SEAL-STAMP.
         MOVE SPACES TO WS-MAN-ORG-SUFFIX.
         IF WS-BATCH-ORIG-ID NOT EQUAL SPACES
           STRING " ORG " WS-BATCH-ORIG-ID
               DELIMITED BY SIZE INTO WS-MAN-ORG-SUFFIX
         END-IF.
         OPEN EXTEND MANIFEST-FILE.
         IF WS-MANIFEST-STATUS EQUAL "35"
           OPEN OUTPUT MANIFEST-FILE
      * HAS TO MATCH PART BY PART; THE SHARED "_<REF>" IN THE NAMES
      * TIES THE PARTS TOGETHER AND " PART N/M" SAYS WHICH IS
      * WHICH. AN UNSPLIT BATCH KEEPS ITS SINGLE LINE.
      * A FOREIGN BATCH'S LINES NAME ITS DTAZV FILE IN PLACE OF THE
      * DTAUS/SEPA PAIR AND CARRY THE SAME TXS/CT TOTALS, SO THE
      * DAY-END SHEET AND THE STATEMENT RECONCILIATION TAKE THEM
      * LIKE ANY OTHER.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
      * THE SEAL LINES OF THE BATCH'S FILES CARRY THE SAME STAMP.
         STRING WS-CURRENT-DATETIME(1:8) "-" WS-CURRENT-DATETIME(9:6)
             DELIMITED BY SIZE INTO WS-SEAL-STAMP.
         IF WS-PART-COUNT > 1
           MOVE 1 TO WS-CUR-PART
           PERFORM UNTIL WS-CUR-PART > WS-PART-COUNT
             PERFORM COMPUTE-E-SATZ-TOTALS
             PERFORM COMPUTE-SEPA-EUR-TOTALS
             PERFORM BUILD-OUTPUT-FILE-NAMES
             MOVE SPACES TO MANIFEST-LINE
             IF BATCH-IS-FOREIGN
               STRING WS-CURRENT-DATETIME(1:8) "-"
                   WS-CURRENT-DATETIME(9:6) " "
                   FUNCTION TRIM(WS-DTAZV-FILE-NAME) " "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME)
                   " PART " WS-CUR-PART "/" WS-PART-COUNT
                   " TXS " ANZAHL-DATENSAETZE IN WS-E-SATZ
                   " CT " SUMME-EUR-BETRAEGE IN WS-E-SATZ
                   " EXD " REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS
                   " TYP " WS-BATCH-TYPE
                   " KTO " KONTONUMMER-ABSENDER IN WS-A-SATZ
                   " EUR " WS-SEPA-ACTIVE-COUNT
                   " " WS-SEPA-SUM-BETRAEGE
                   WS-MAN-ORG-SUFFIX
                   DELIMITED BY SIZE INTO MANIFEST-LINE
             ELSE
               STRING WS-CURRENT-DATETIME(1:8) "-"
                   WS-CURRENT-DATETIME(9:6) " "
                   FUNCTION TRIM(WS-DTAUS-FILE-NAME) " "
                   FUNCTION TRIM(WS-SEPA-FILE-NAME) " "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME)
                   " PART " WS-CUR-PART "/" WS-PART-COUNT
                   " TXS " ANZAHL-DATENSAETZE IN WS-E-SATZ
                   " CT " SUMME-EUR-BETRAEGE IN WS-E-SATZ
                   " EXD " REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS
                   " TYP " WS-BATCH-TYPE
                   " KTO " KONTONUMMER-ABSENDER IN WS-A-SATZ
                   " EUR " WS-SEPA-ACTIVE-COUNT
                   " " WS-SEPA-SUM-BETRAEGE
                   WS-MAN-ORG-SUFFIX
                   DELIMITED BY SIZE INTO MANIFEST-LINE
             END-IF
             WRITE MANIFEST-LINE
             ADD 1 TO WS-CUR-PART
           END-PERFORM
      * PUT THE WHOLE-BATCH TOTALS BACK FOR THE CALLER.
           MOVE 0 TO WS-CUR-PART
           PERFORM COMPUTE-E-SATZ-TOTALS
           PERFORM COMPUTE-SEPA-EUR-TOTALS
         ELSE
           PERFORM COMPUTE-SEPA-EUR-TOTALS
           MOVE SPACES TO MANIFEST-LINE
           IF BATCH-IS-FOREIGN
             STRING WS-CURRENT-DATETIME(1:8) "-"
                 WS-CURRENT-DATETIME(9:6) " "
                 FUNCTION TRIM(WS-MANIFEST-DTAUS-NAME) " "
                 FUNCTION TRIM(WS-MANIFEST-REPORT-NAME)
                 " TXS " ANZAHL-DATENSAETZE IN WS-E-SATZ
                 " CT " SUMME-EUR-BETRAEGE IN WS-E-SATZ
                 " EXD " REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS
                 " TYP " WS-BATCH-TYPE
                 " KTO " KONTONUMMER-ABSENDER IN WS-A-SATZ
                 " EUR " WS-SEPA-ACTIVE-COUNT
                 " " WS-SEPA-SUM-BETRAEGE
                 WS-MAN-ORG-SUFFIX
                 DELIMITED BY SIZE INTO MANIFEST-LINE
           ELSE
             STRING WS-CURRENT-DATETIME(1:8) "-"
                 WS-CURRENT-DATETIME(9:6) " "
                 FUNCTION TRIM(WS-MANIFEST-DTAUS-NAME) " "
                 FUNCTION TRIM(WS-MANIFEST-SEPA-NAME) " "
                 FUNCTION TRIM(WS-MANIFEST-REPORT-NAME)
                 " TXS " ANZAHL-DATENSAETZE IN WS-E-SATZ
                 " CT " SUMME-EUR-BETRAEGE IN WS-E-SATZ
                 " EXD " REQD-EXCTN-DT IN WS-DEBTOR-SEPA-FIELDS
                 " TYP " WS-BATCH-TYPE
                 " KTO " KONTONUMMER-ABSENDER IN WS-A-SATZ
                 " EUR " WS-SEPA-ACTIVE-COUNT
                 " " WS-SEPA-SUM-BETRAEGE
                 WS-MAN-ORG-SUFFIX
                 DELIMITED BY SIZE INTO MANIFEST-LINE
           END-IF
           WRITE MANIFEST-LINE
         END-IF.

         CLOSE MANIFEST-FILE.

       APPEND-MANIFEST-EXIT.
         CONTINUE.

      * DAY-END LISTING OF EVERYTHING PRODUCED - COPIES THE MANIFEST
      * INTO A TICK-OFF SHEET WITH A CHECKBOX PER BATCH AND A TOTAL,
      * FOR THE PERSON DOING THE BANK UPLOAD.
       PRINT-MANIFEST-SUMMARY.
         MOVE "N" TO WS-SUMMARY-OK.
         OPEN INPUT MANIFEST-FILE.
         IF WS-MANIFEST-STATUS NOT EQUAL "00"
           MOVE "NO SUBMISSIONS ON THE MANIFEST YET" TO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO PRINT-MANIFEST-SUMMARY-EXIT
         END-IF.

      * THE MANIFEST IS APPENDED TO FOREVER - ONLY LINES STAMPED
      * WITH TODAY'S CCYYMMDD (SEE APPEND-MANIFEST) BELONG ON THE
      * DAY-END TICK-OFF SHEET, NOT EVERY BATCH EVER PRODUCED. A
      * SCHEDULER JOB STARTED AFTER MIDNIGHT NAMES ITS DAY IN DATE=.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-CURRENT-DATETIME(1:8) TO WS-SUMMARY-DATE.
         IF WS-JOB-MODE EQUAL "Y" AND WS-JOB-DATE NOT EQUAL SPACES
           STRING WS-JOB-DATE(5:4) WS-JOB-DATE(3:2) WS-JOB-DATE(1:2)
               DELIMITED BY SIZE INTO WS-SUMMARY-DATE
         END-IF.

         OPEN OUTPUT SUMMARY-FILE.
         MOVE SPACES TO SUMMARY-LINE.
         STRING "SUBMISSIONS PRODUCED ON " WS-SUMMARY-DATE
             " - TICK OFF EACH FILE AFTER UPLOAD"
             DELIMITED BY SIZE INTO SUMMARY-LINE.
         WRITE SUMMARY-LINE.
         MOVE SPACES TO SUMMARY-LINE.
         WRITE SUMMARY-LINE.

         MOVE 0 TO WS-MANIFEST-COUNT.
         MOVE 0 TO WS-SUM-ORG-COUNT.
         MOVE "NO" TO WS-MANIFEST-EOF-FLAG.
         PERFORM UNTIL WS-MANIFEST-EOF-FLAG EQUAL "EOF"
           READ MANIFEST-FILE
               AT END MOVE "EOF" TO WS-MANIFEST-EOF-FLAG
           END-READ
           IF WS-MANIFEST-EOF-FLAG NOT EQUAL "EOF" AND
               MANIFEST-LINE(1:8) EQUAL WS-SUMMARY-DATE
             ADD 1 TO WS-MANIFEST-COUNT
             MOVE SPACES TO SUMMARY-LINE
             STRING "[ ] " MANIFEST-LINE(1:240)
                 DELIMITED BY SIZE INTO SUMMARY-LINE
             WRITE SUMMARY-LINE
             PERFORM TALLY-SUMMARY-ORIGINATOR
           END-IF
         END-PERFORM.

         MOVE SPACES TO SUMMARY-LINE.
         WRITE SUMMARY-LINE.
         MOVE SPACES TO SUMMARY-LINE.
         STRING "TOTAL BATCHES: " WS-MANIFEST-COUNT
             DELIMITED BY SIZE INTO SUMMARY-LINE.
         WRITE SUMMARY-LINE.

      * EACH COMPANY'S BATCHES AND EUR TOTAL OF THE DAY, SO THE
      * UPLOAD CAN BE CHECKED AGAINST EACH HOUSE-BANK ACCOUNT. LINES
      * WITHOUT AN ORIGINATOR ARE SHOWN AS (NONE).
         IF WS-SUM-ORG-COUNT > 0
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "PER ORIGINATOR:" TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           PERFORM VARYING WS-SUM-ORG-IDX FROM 1 BY 1
               UNTIL WS-SUM-ORG-IDX > WS-SUM-ORG-COUNT
             COMPUTE WS-SUM-ORG-EDIT =
                 SUM-ORG-CT(WS-SUM-ORG-IDX) / 100
             MOVE SPACES TO SUMMARY-LINE
             STRING "  " SUM-ORG-ID(WS-SUM-ORG-IDX)
                 " BATCHES " SUM-ORG-BATCHES(WS-SUM-ORG-IDX)
                 " EUR " WS-SUM-ORG-EDIT
                 DELIMITED BY SIZE INTO SUMMARY-LINE
             WRITE SUMMARY-LINE
           END-PERFORM
         END-IF.

         CLOSE SUMMARY-FILE.
         CLOSE MANIFEST-FILE.

         STRING "DAY-END SUMMARY WRITTEN TO DAYEND_SUMMARY.TXT ("
             WS-MANIFEST-COUNT " BATCHES)"
             DELIMITED BY SIZE INTO WS-MSG-TEXT
         PERFORM SHOW-MESSAGE.
         MOVE "Y" TO WS-SUMMARY-OK.

       PRINT-MANIFEST-SUMMARY-EXIT.
         CONTINUE.

      * ADDS ONE MANIFEST LINE TO ITS ORIGINATOR'S DAY-END BUCKET.
      * THE ORIGINATOR IS THE WORD AFTER " ORG ", THE AMOUNT THE
      * WORD AFTER " CT " (CENTS). A DAY WITH MORE ORIGINATORS THAN
      * THE TABLE HOLDS ADDS THE REST TO THE LAST BUCKET.
       TALLY-SUMMARY-ORIGINATOR.
         MOVE SPACES TO WS-RC-PART1.
         MOVE SPACES TO WS-RC-PART2.
         MOVE SPACES TO WS-RC-TOKEN.
         UNSTRING MANIFEST-LINE DELIMITED BY " CT "
             INTO WS-RC-PART1 WS-RC-PART2
         END-UNSTRING.
         UNSTRING WS-RC-PART2 DELIMITED BY ALL " "
             INTO WS-RC-TOKEN
         END-UNSTRING.
         MOVE 0 TO WS-SUM-ORG-CT-CUR.
         IF FUNCTION TEST-NUMVAL(WS-RC-TOKEN) EQUAL 0
           MOVE FUNCTION NUMVAL(WS-RC-TOKEN) TO WS-SUM-ORG-CT-CUR
         END-IF.

         MOVE SPACES TO WS-RC-PART1.
         MOVE SPACES TO WS-RC-PART2.
         MOVE SPACES TO WS-RC-TOKEN.
         UNSTRING MANIFEST-LINE DELIMITED BY " ORG "
             INTO WS-RC-PART1 WS-RC-PART2
         END-UNSTRING.
         UNSTRING WS-RC-PART2 DELIMITED BY ALL " "
             INTO WS-RC-TOKEN
         END-UNSTRING.
         MOVE WS-RC-TOKEN TO WS-SUM-ORG-CUR.
         IF WS-SUM-ORG-CUR EQUAL SPACES
           MOVE "(NONE)" TO WS-SUM-ORG-CUR
         END-IF.

         MOVE "N" TO WS-SUM-ORG-FOUND.
         PERFORM VARYING WS-SUM-ORG-IDX FROM 1 BY 1
             UNTIL WS-SUM-ORG-IDX > WS-SUM-ORG-COUNT OR
                 WS-SUM-ORG-FOUND EQUAL "Y"
           IF SUM-ORG-ID(WS-SUM-ORG-IDX) EQUAL WS-SUM-ORG-CUR
             MOVE "Y" TO WS-SUM-ORG-FOUND
             ADD 1 TO SUM-ORG-BATCHES(WS-SUM-ORG-IDX)
             ADD WS-SUM-ORG-CT-CUR TO SUM-ORG-CT(WS-SUM-ORG-IDX)
           END-IF
         END-PERFORM.
         IF WS-SUM-ORG-FOUND NOT EQUAL "Y"
           IF WS-SUM-ORG-COUNT < WS-MAX-SUM-ORG
             ADD 1 TO WS-SUM-ORG-COUNT
             MOVE WS-SUM-ORG-CUR TO SUM-ORG-ID(WS-SUM-ORG-COUNT)
             MOVE 1 TO SUM-ORG-BATCHES(WS-SUM-ORG-COUNT)
             MOVE WS-SUM-ORG-CT-CUR TO SUM-ORG-CT(WS-SUM-ORG-COUNT)
           ELSE
             ADD 1 TO SUM-ORG-BATCHES(WS-SUM-ORG-COUNT)
             ADD WS-SUM-ORG-CT-CUR TO SUM-ORG-CT(WS-SUM-ORG-COUNT)
           END-IF
         END-IF.

      * SEALS EVERY FILE OF THE BATCH JUST RELEASED - EACH PART'S
      * DTAUS AND PAIN FILE, OR ITS DTAZV FILE - BY READING IT BACK
      * THROUGH SEAL-SCAN-FILE, THE SAME ROUTINE THE PRE-UPLOAD CHECK
      * USES, AND APPENDING ONE SUBMISSION_SEAL.TXT LINE PER FILE.
      * THE RELEASE ITSELF IS NOT UNDONE WHEN SEALING FAILS - THE
      * FILES ARE WRITTEN AND BOOKED BY THEN - BUT AN UNSEALED FILE
      * IS A BLOCKING EXCEPTION ON THE BEGLEITZETTEL.
       WRITE-OUTPUT-SEALS.
         IF WS-SEAL-STAMP EQUAL SPACES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CURRENT-DATETIME(1:8) "-"
               WS-CURRENT-DATETIME(9:6)
               DELIMITED BY SIZE INTO WS-SEAL-STAMP
         END-IF.
         OPEN EXTEND SEAL-FILE.
         IF WS-SEAL-STATUS EQUAL "35"
           OPEN OUTPUT SEAL-FILE
         END-IF.
         IF WS-SEAL-STATUS NOT EQUAL "00" AND
             WS-SEAL-STATUS NOT EQUAL "05"
           STRING "WARNING: OUTPUT FILES NOT SEALED (STATUS "
               WS-SEAL-STATUS ") - UPLOAD CHECK WILL BLOCK THEM"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO WRITE-OUTPUT-SEALS-EXIT
         END-IF.

         MOVE 1 TO WS-CUR-PART.
         PERFORM UNTIL WS-CUR-PART > WS-PART-COUNT
           PERFORM BUILD-OUTPUT-FILE-NAMES
           IF BATCH-IS-FOREIGN
             MOVE WS-DTAZV-FILE-NAME TO WS-SCAN-NAME
             MOVE "DTAZV" TO WS-SCAN-KIND
             PERFORM WRITE-SEAL-LINE THRU WRITE-SEAL-LINE-EXIT
           ELSE
             MOVE WS-DTAUS-FILE-NAME TO WS-SCAN-NAME
             MOVE "DTAUS" TO WS-SCAN-KIND
             PERFORM WRITE-SEAL-LINE THRU WRITE-SEAL-LINE-EXIT
             MOVE WS-SEPA-FILE-NAME TO WS-SCAN-NAME
             MOVE "SEPA" TO WS-SCAN-KIND
             PERFORM WRITE-SEAL-LINE THRU WRITE-SEAL-LINE-EXIT
           END-IF
           ADD 1 TO WS-CUR-PART
         END-PERFORM.
         MOVE 0 TO WS-CUR-PART.

         CLOSE SEAL-FILE.

       WRITE-OUTPUT-SEALS-EXIT.
         CONTINUE.

       WRITE-SEAL-LINE.
         PERFORM SEAL-SCAN-FILE THRU SEAL-SCAN-FILE-EXIT.
         IF WS-SCAN-FOUND NOT EQUAL "Y"
           STRING "WARNING: " FUNCTION TRIM(WS-SCAN-NAME)
               " NOT READABLE (STATUS " WS-SCAN-STATUS
               ") - NOT SEALED" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO WRITE-SEAL-LINE-EXIT
         END-IF.

         MOVE WS-SEAL-STAMP TO SEAL-STAMP.
         MOVE WS-SCAN-NAME TO SEAL-NAME.
         MOVE WS-SCAN-KIND TO SEAL-KIND.
         MOVE WS-RELEASED-BY TO SEAL-OPERATOR.
         MOVE WS-SCAN-RECS TO SEAL-RECS.
         MOVE WS-SCAN-TXS TO SEAL-TXS.
         MOVE WS-SCAN-CT TO SEAL-CT.
         MOVE WS-SCAN-KTO-SUM TO SEAL-KTO-SUM.
         MOVE WS-SCAN-HASH-A TO SEAL-HASH-A.
         MOVE WS-SCAN-HASH-B TO SEAL-HASH-B.
         MOVE WS-SEAL-SATZ TO SEAL-LINE.
         WRITE SEAL-LINE.
         IF WS-SEAL-STATUS NOT EQUAL "00"
           STRING "WARNING: SEAL OF " FUNCTION TRIM(WS-SCAN-NAME)
               " NOT WRITTEN (STATUS " WS-SEAL-STATUS ")"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
         END-IF.

       WRITE-SEAL-LINE-EXIT.
         CONTINUE.

      * READS THE FILE IN WS-SCAN-NAME (KIND DTAUS, SEPA OR DTAZV IN
      * WS-SCAN-KIND) FRONT TO BACK AND RECOMPUTES WHAT THE SEAL
      * HOLDS - RECORD AND PAYMENT COUNT, CONTROL SUM IN CENTS,
      * ACCOUNT CONTROL TOTAL AND THE HASH OVER EVERY BYTE READ.
       SEAL-SCAN-FILE.
         MOVE "N" TO WS-SCAN-FOUND.
         MOVE SPACES TO WS-SCAN-STATUS.
         MOVE 0 TO WS-SCAN-RECS.
         MOVE 0 TO WS-SCAN-TXS.
         MOVE 0 TO WS-SCAN-CT.
         MOVE 0 TO WS-SCAN-KTO-SUM.
         MOVE 0 TO WS-SCAN-HASH-A.
         MOVE 0 TO WS-SCAN-HASH-B.
         MOVE 1 TO WS-SCAN-ADLER-A.
         MOVE 0 TO WS-SCAN-ADLER-B.
         MOVE 0 TO WS-SCAN-POLY.
         MOVE "N" TO WS-SCAN-CONT.
         MOVE "N" TO WS-SCAN-IN-TX.
         MOVE "NO" TO WS-SCAN-EOF.

         EVALUATE WS-SCAN-KIND
           WHEN "DTAUS"
             PERFORM SEAL-SCAN-DTAUS THRU SEAL-SCAN-DTAUS-EXIT
           WHEN "DTAZV"
             PERFORM SEAL-SCAN-DTAZV THRU SEAL-SCAN-DTAZV-EXIT
           WHEN OTHER
             PERFORM SEAL-SCAN-SEPA THRU SEAL-SCAN-SEPA-EXIT
         END-EVALUATE.
         IF WS-SCAN-FOUND NOT EQUAL "Y"
           GO TO SEAL-SCAN-FILE-EXIT
         END-IF.

         COMPUTE WS-SCAN-HASH-A =
             WS-SCAN-ADLER-B * 65536 + WS-SCAN-ADLER-A.
         MOVE WS-SCAN-POLY TO WS-SCAN-HASH-B.

       SEAL-SCAN-FILE-EXIT.
         CONTINUE.

      * 150-BYTE BLOCKS AS WRITE-DTAUS-PART WRITES THEM - A C-SATZ
      * IS TWO BLOCKS, ONLY THE FIRST CARRIES KONTO AND BETRAG.
       SEAL-SCAN-DTAUS.
         MOVE WS-SCAN-NAME TO WS-DTAUS-FILE-NAME.
         OPEN INPUT DATA-FILE-1.
         MOVE WS-DTAUS-STATUS TO WS-SCAN-STATUS.
         IF WS-DTAUS-STATUS NOT EQUAL "00"
           IF WS-DTAUS-STATUS NOT EQUAL "35"
             MOVE "R" TO WS-SCAN-FOUND
           END-IF
           GO TO SEAL-SCAN-DTAUS-EXIT
         END-IF.

         MOVE "Y" TO WS-SCAN-FOUND.
         PERFORM UNTIL WS-SCAN-EOF EQUAL "EOF"
           READ DATA-FILE-1
               AT END MOVE "EOF" TO WS-SCAN-EOF
           END-READ
           IF WS-SCAN-EOF NOT EQUAL "EOF"
             IF WS-DTAUS-STATUS NOT EQUAL "00"
               MOVE WS-DTAUS-STATUS TO WS-SCAN-STATUS
               MOVE "R" TO WS-SCAN-FOUND
               MOVE "EOF" TO WS-SCAN-EOF
             ELSE
               ADD 1 TO WS-SCAN-RECS
               MOVE DTAUS-RECORD TO WS-SCAN-DATA
               MOVE 150 TO WS-SCAN-LEN
               PERFORM SEAL-HASH-RECORD
               IF WS-SCAN-CONT EQUAL "Y"
                 MOVE "N" TO WS-SCAN-CONT
               ELSE
                 IF SCAN-SATZART EQUAL "C"
                   ADD 1 TO WS-SCAN-TXS
                   IF SCAN-BETRAG IS NUMERIC
                     ADD SCAN-BETRAG TO WS-SCAN-CT
                   END-IF
                   IF SCAN-KTO IS NUMERIC
                     ADD SCAN-KTO TO WS-SCAN-KTO-SUM
                   END-IF
                   MOVE "Y" TO WS-SCAN-CONT
                 END-IF
               END-IF
             END-IF
           END-IF
         END-PERFORM.
         CLOSE DATA-FILE-1.

       SEAL-SCAN-DTAUS-EXIT.
         CONTINUE.

      * Q-, T- AND Z-SAETZE - THE T-SATZ AMOUNT HAS THREE DECIMALS,
      * THE SEAL COUNTS IN CENTS LIKE THE OTHER FORMATS.
       SEAL-SCAN-DTAZV.
         MOVE WS-SCAN-NAME TO WS-DTAZV-FILE-NAME.
         OPEN INPUT DTAZV-FILE.
         MOVE WS-DTAZV-STATUS TO WS-SCAN-STATUS.
         IF WS-DTAZV-STATUS NOT EQUAL "00"
           IF WS-DTAZV-STATUS NOT EQUAL "35"
             MOVE "R" TO WS-SCAN-FOUND
           END-IF
           GO TO SEAL-SCAN-DTAZV-EXIT
         END-IF.

         MOVE "Y" TO WS-SCAN-FOUND.
         PERFORM UNTIL WS-SCAN-EOF EQUAL "EOF"
           READ DTAZV-FILE
               AT END MOVE "EOF" TO WS-SCAN-EOF
           END-READ
           IF WS-SCAN-EOF NOT EQUAL "EOF"
             IF WS-DTAZV-STATUS NOT EQUAL "00"
               MOVE WS-DTAZV-STATUS TO WS-SCAN-STATUS
               MOVE "R" TO WS-SCAN-FOUND
               MOVE "EOF" TO WS-SCAN-EOF
             ELSE
               ADD 1 TO WS-SCAN-RECS
               MOVE SPACES TO WS-SCAN-DATA
               MOVE DTAZV-RECORD(1:WS-DTAZV-RECLEN) TO WS-SCAN-DATA
               MOVE WS-DTAZV-RECLEN TO WS-SCAN-LEN
               PERFORM SEAL-HASH-RECORD
               IF SCAN-ZV-SATZART EQUAL "T"
                 ADD 1 TO WS-SCAN-TXS
                 IF SCAN-ZV-BETRAG IS NUMERIC
                   COMPUTE WS-SCAN-CT =
                       WS-SCAN-CT + SCAN-ZV-BETRAG / 10
                 END-IF
                 IF SCAN-ZV-KONTO(1:2) IS ALPHABETIC AND
                     SCAN-ZV-KONTO(3:2) IS NUMERIC
                   MOVE SCAN-ZV-KONTO(3:2) TO WS-SCAN-PZ
                   ADD WS-SCAN-PZ TO WS-SCAN-KTO-SUM
                 END-IF
               END-IF
             END-IF
           END-IF
         END-PERFORM.
         CLOSE DTAZV-FILE.

       SEAL-SCAN-DTAZV-EXIT.
         CONTINUE.

      * PAIN.001 OR PAIN.008, ONE ELEMENT GROUP PER LINE AS THE
      * EXPORT WRITES THEM - A TRANSACTION OPENS WITH <CDTTRFTXINF>
      * OR <DRCTDBTTXINF>, ITS AMOUNT SITS IN <INSTDAMT> AND ITS
      * PAYEE'S OR DEBTOR'S ACCOUNT IN <IBAN>.
       SEAL-SCAN-SEPA.
         OPEN INPUT SCAN-XML-FILE.
         IF WS-SCAN-STATUS NOT EQUAL "00"
           IF WS-SCAN-STATUS NOT EQUAL "35"
             MOVE "R" TO WS-SCAN-FOUND
           END-IF
           GO TO SEAL-SCAN-SEPA-EXIT
         END-IF.

         MOVE "Y" TO WS-SCAN-FOUND.
         PERFORM UNTIL WS-SCAN-EOF EQUAL "EOF"
           READ SCAN-XML-FILE
               AT END MOVE "EOF" TO WS-SCAN-EOF
           END-READ
           IF WS-SCAN-EOF NOT EQUAL "EOF"
             IF WS-SCAN-STATUS NOT EQUAL "00"
               MOVE "R" TO WS-SCAN-FOUND
               MOVE "EOF" TO WS-SCAN-EOF
             ELSE
               ADD 1 TO WS-SCAN-RECS
               MOVE SCAN-XML-LINE TO WS-SCAN-DATA
               IF SCAN-XML-LINE EQUAL SPACES
                 MOVE 0 TO WS-SCAN-LEN
               ELSE
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(SCAN-XML-LINE
                     TRAILING)) TO WS-SCAN-LEN
               END-IF
               PERFORM SEAL-HASH-RECORD
               PERFORM SEAL-SCAN-XML-LINE
                   THRU SEAL-SCAN-XML-LINE-EXIT
             END-IF
           END-IF
         END-PERFORM.
         CLOSE SCAN-XML-FILE.

       SEAL-SCAN-SEPA-EXIT.
         CONTINUE.

       SEAL-SCAN-XML-LINE.
         MOVE 0 TO WS-SCAN-TALLY.
         INSPECT SCAN-XML-LINE TALLYING WS-SCAN-TALLY
             FOR ALL "<CdtTrfTxInf>" ALL "<DrctDbtTxInf>".
         IF WS-SCAN-TALLY > 0
           ADD 1 TO WS-SCAN-TXS
           MOVE "Y" TO WS-SCAN-IN-TX
         END-IF.
         MOVE 0 TO WS-SCAN-TALLY.
         INSPECT SCAN-XML-LINE TALLYING WS-SCAN-TALLY
             FOR ALL "</CdtTrfTxInf>" ALL "</DrctDbtTxInf>".
         IF WS-SCAN-TALLY > 0
           MOVE "N" TO WS-SCAN-IN-TX
         END-IF.
         IF WS-SCAN-IN-TX NOT EQUAL "Y"
           GO TO SEAL-SCAN-XML-LINE-EXIT
         END-IF.

      * <INSTDAMT CCY="EUR">1234.56</INSTDAMT> - THE AMOUNT IS THE
      * TEXT BETWEEN THE END OF THE OPENING TAG AND THE NEXT "<".
         MOVE 0 TO WS-SCAN-TALLY.
         INSPECT SCAN-XML-LINE TALLYING WS-SCAN-TALLY
             FOR ALL "<InstdAmt".
         IF WS-SCAN-TALLY > 0
           MOVE SPACES TO WS-SCAN-TEXT
           MOVE SPACES TO WS-SCAN-AMT-X
           UNSTRING SCAN-XML-LINE DELIMITED BY "<InstdAmt"
               INTO WS-SCAN-JUNK WS-SCAN-TEXT
           END-UNSTRING
           UNSTRING WS-SCAN-TEXT DELIMITED BY ">" OR "<"
               INTO WS-SCAN-JUNK WS-SCAN-AMT-X
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-SCAN-AMT-X) EQUAL 0
             COMPUTE WS-SCAN-CT = WS-SCAN-CT +
                 FUNCTION NUMVAL(WS-SCAN-AMT-X) * 100
           END-IF
         END-IF.

         MOVE 0 TO WS-SCAN-TALLY.
         INSPECT SCAN-XML-LINE TALLYING WS-SCAN-TALLY
             FOR ALL "<IBAN>".
         IF WS-SCAN-TALLY > 0
           MOVE SPACES TO WS-SCAN-TEXT
           UNSTRING SCAN-XML-LINE DELIMITED BY "<IBAN>"
               INTO WS-SCAN-JUNK WS-SCAN-TEXT
           END-UNSTRING
           IF WS-SCAN-TEXT(3:2) IS NUMERIC
             MOVE WS-SCAN-TEXT(3:2) TO WS-SCAN-PZ
             ADD WS-SCAN-PZ TO WS-SCAN-KTO-SUM
           END-IF
         END-IF.

       SEAL-SCAN-XML-LINE-EXIT.
         CONTINUE.

      * FEEDS THE WS-SCAN-LEN BYTES OF WS-SCAN-DATA AND A LINE-END
      * BYTE INTO BOTH HASHES - THE LINE END MAKES A RECORD SPLIT OR
      * JOINED BY HAND COUNT AS A CHANGE TOO.
       SEAL-HASH-RECORD.
         PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
             UNTIL WS-SCAN-POS > WS-SCAN-LEN
           COMPUTE WS-SCAN-BYTE =
               FUNCTION ORD(WS-SCAN-DATA(WS-SCAN-POS:1)) - 1
           PERFORM SEAL-HASH-BYTE
         END-PERFORM.
         MOVE 10 TO WS-SCAN-BYTE.
         PERFORM SEAL-HASH-BYTE.

       SEAL-HASH-BYTE.
         COMPUTE WS-SCAN-ADLER-A =
             FUNCTION MOD(WS-SCAN-ADLER-A + WS-SCAN-BYTE, 65521).
         COMPUTE WS-SCAN-ADLER-B =
             FUNCTION MOD(WS-SCAN-ADLER-B + WS-SCAN-ADLER-A, 65521).
         COMPUTE WS-SCAN-POLY =
             FUNCTION MOD(WS-SCAN-POLY * 257 + WS-SCAN-BYTE + 1,
                 9999999967).

      * PRE-UPLOAD CHECK FOR THE PERSON DOING THE BANK UPLOAD - EVERY
      * FILE OF THE DAY (TODAY, OR THE DATE= OF A SCHEDULER JOB) IS
      * READ AGAIN AND HELD AGAINST ITS SEAL, AND THE RESULT GOES ON
      * A BEGLEITZETTEL (BEGLEITZETTEL_<CCYYMMDD>.TXT) LISTING EVERY
      * FILE WITH ITS CONTROL TOTALS. A MISSING, UNREADABLE, UNSEALED
      * OR CHANGED FILE IS A BLOCKING EXCEPTION ON THE SHEET.
       VERIFY-UPLOAD-FILES.
         MOVE "E" TO WS-VFY-OK.
         MOVE 0 TO WS-VFY-ROWS.
         MOVE "N" TO WS-VFY-OVERFLOW.
         MOVE 0 TO WS-VFY-EXCEPTIONS.
         MOVE 0 TO WS-VFY-TOT-TXS.
         MOVE 0 TO WS-VFY-TOT-CT.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-CURRENT-DATETIME(1:8) TO WS-VFY-DATE.
         IF WS-JOB-MODE EQUAL "Y" AND WS-JOB-DATE NOT EQUAL SPACES
           STRING WS-JOB-DATE(5:4) WS-JOB-DATE(3:2) WS-JOB-DATE(1:2)
               DELIMITED BY SIZE INTO WS-VFY-DATE
         END-IF.

         PERFORM LOAD-DAY-SEALS THRU LOAD-DAY-SEALS-EXIT.
         PERFORM LOAD-DAY-MANIFEST-FILES
             THRU LOAD-DAY-MANIFEST-FILES-EXIT.
         IF WS-VFY-ROWS EQUAL 0
           STRING "NO OUTPUT FILES PRODUCED ON " WS-VFY-DATE
               " - NOTHING TO CHECK" DELIMITED BY SIZE
               INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO VERIFY-UPLOAD-FILES-EXIT
         END-IF.

         PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
             UNTIL WS-VFY-IDX > WS-VFY-ROWS
           PERFORM VERIFY-ONE-FILE
         END-PERFORM.
         IF WS-VFY-OVERFLOW EQUAL "Y"
           ADD 1 TO WS-VFY-EXCEPTIONS
         END-IF.
         IF WS-VFY-EXCEPTIONS EQUAL 0
           MOVE "Y" TO WS-VFY-OK
         ELSE
           MOVE "N" TO WS-VFY-OK
         END-IF.

         PERFORM PRINT-COVER-SHEET THRU PRINT-COVER-SHEET-EXIT.

         MOVE "UPLOAD-CHECK" TO WS-SEC-ACTION.
         IF WS-VFY-OK EQUAL "Y"
           MOVE "OK" TO WS-SEC-RESULT
         ELSE
           MOVE "BLOCKED" TO WS-SEC-RESULT
         END-IF.
         STRING "DAY " WS-VFY-DATE DELIMITED BY SIZE
             INTO WS-SEC-DETAIL.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.

         IF WS-VFY-OK EQUAL "Y"
           STRING "ALL " WS-VFY-ROWS " FILES MATCH THEIR SEAL - "
               "BEGLEITZETTEL IN " FUNCTION TRIM(WS-COVER-FILE-NAME)
               DELIMITED BY SIZE INTO WS-MSG-TEXT
         ELSE
           STRING WS-VFY-EXCEPTIONS " BLOCKING EXCEPTIONS - DO NOT "
               "UPLOAD, SEE " FUNCTION TRIM(WS-COVER-FILE-NAME)
               DELIMITED BY SIZE INTO WS-MSG-TEXT
         END-IF.
         PERFORM SHOW-MESSAGE.

       VERIFY-UPLOAD-FILES-EXIT.
         CONTINUE.

      * THE DAY'S SEAL LINES - A FILE SEALED TWICE (THE SAME BATCH
      * RELEASED AGAIN UNDER THE SAME REFERENCE OVERWRITES ITS FILES)
      * IS HELD AGAINST ITS LATEST SEAL.
       LOAD-DAY-SEALS.
         OPEN INPUT SEAL-FILE.
         IF WS-SEAL-STATUS NOT EQUAL "00"
           GO TO LOAD-DAY-SEALS-EXIT
         END-IF.
         MOVE "NO" TO WS-SEAL-EOF-FLAG.
         PERFORM UNTIL WS-SEAL-EOF-FLAG EQUAL "EOF"
           READ SEAL-FILE
               AT END MOVE "EOF" TO WS-SEAL-EOF-FLAG
           END-READ
           IF WS-SEAL-EOF-FLAG NOT EQUAL "EOF" AND
               SEAL-LINE(1:8) EQUAL WS-VFY-DATE
             MOVE SEAL-LINE TO WS-SEAL-SATZ
             MOVE SEAL-NAME TO WS-SCAN-NAME
             PERFORM FIND-VFY-ROW
             IF WS-VFY-ROW-FOUND EQUAL "Y"
               MOVE "Y" TO VFY-SEALED(WS-VFY-IDX)
               MOVE WS-SEAL-SATZ TO VFY-SEAL(WS-VFY-IDX)
             END-IF
           END-IF
         END-PERFORM.
         CLOSE SEAL-FILE.

       LOAD-DAY-SEALS-EXIT.
         CONTINUE.

      * EVERY DTAUS/PAIN/DTAZV FILE NAMED ON THE DAY'S MANIFEST LINES
      * (THE TWO NAMES AFTER THE STAMP - THE REPORT LISTING IS NOT
      * UPLOADED) MUST HAVE A SEAL; ONE WITHOUT IS ADDED UNSEALED.
       LOAD-DAY-MANIFEST-FILES.
         OPEN INPUT MANIFEST-FILE.
         IF WS-MANIFEST-STATUS NOT EQUAL "00"
           GO TO LOAD-DAY-MANIFEST-FILES-EXIT
         END-IF.
         MOVE "NO" TO WS-MANIFEST-EOF-FLAG.
         PERFORM UNTIL WS-MANIFEST-EOF-FLAG EQUAL "EOF"
           READ MANIFEST-FILE
               AT END MOVE "EOF" TO WS-MANIFEST-EOF-FLAG
           END-READ
           IF WS-MANIFEST-EOF-FLAG NOT EQUAL "EOF" AND
               MANIFEST-LINE(1:8) EQUAL WS-VFY-DATE
             MOVE SPACES TO WS-VFY-MAN-TOKENS
             UNSTRING MANIFEST-LINE DELIMITED BY ALL SPACES
                 INTO WS-VFY-MAN-STAMP WS-VFY-MAN-TOK(1)
                     WS-VFY-MAN-TOK(2)
             END-UNSTRING
             PERFORM VARYING WS-VFY-TOK-IDX FROM 1 BY 1
                 UNTIL WS-VFY-TOK-IDX > 2
               PERFORM ADD-MANIFEST-FILE
             END-PERFORM
           END-IF
         END-PERFORM.
         CLOSE MANIFEST-FILE.

       LOAD-DAY-MANIFEST-FILES-EXIT.
         CONTINUE.

       ADD-MANIFEST-FILE.
         MOVE WS-VFY-MAN-TOK(WS-VFY-TOK-IDX) TO WS-SCAN-NAME.
         EVALUATE TRUE
           WHEN WS-SCAN-NAME(1:6) EQUAL "DTAUS_"
             MOVE "DTAUS" TO WS-SCAN-KIND
           WHEN WS-SCAN-NAME(1:5) EQUAL "SEPA_"
             MOVE "SEPA" TO WS-SCAN-KIND
           WHEN WS-SCAN-NAME(1:6) EQUAL "DTAZV_"
             MOVE "DTAZV" TO WS-SCAN-KIND
           WHEN OTHER
             MOVE SPACES TO WS-SCAN-KIND
         END-EVALUATE.
         IF WS-SCAN-KIND NOT EQUAL SPACES
           PERFORM FIND-VFY-ROW
           IF WS-VFY-ROW-FOUND EQUAL "N"
             MOVE SPACES TO WS-SEAL-SATZ
             MOVE WS-SCAN-NAME TO SEAL-NAME
             MOVE WS-SCAN-KIND TO SEAL-KIND
             MOVE 0 TO SEAL-RECS
             MOVE 0 TO SEAL-TXS
             MOVE 0 TO SEAL-CT
             MOVE 0 TO SEAL-KTO-SUM
             MOVE 0 TO SEAL-HASH-A
             MOVE 0 TO SEAL-HASH-B
             MOVE WS-SEAL-SATZ TO VFY-SEAL(WS-VFY-IDX)
           END-IF
         END-IF.

      * LOOKS WS-SCAN-NAME UP IN THE CHECK TABLE - "Y" WHEN IT WAS
      * THERE ALREADY, "N" WHEN A NEW UNSEALED ROW WAS OPENED FOR IT,
      * "X" WHEN THE TABLE IS FULL (THE CHECK THEN BLOCKS).
       FIND-VFY-ROW.
         MOVE "N" TO WS-VFY-ROW-FOUND.
         PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
             UNTIL WS-VFY-IDX > WS-VFY-ROWS OR
                 WS-VFY-ROW-FOUND EQUAL "Y"
           IF VFY-NAME(WS-VFY-IDX) EQUAL WS-SCAN-NAME
             MOVE "Y" TO WS-VFY-ROW-FOUND
           END-IF
         END-PERFORM.
         IF WS-VFY-ROW-FOUND EQUAL "Y"
           SET WS-VFY-IDX DOWN BY 1
         ELSE
           IF WS-VFY-ROWS >= WS-MAX-VFY
             MOVE "X" TO WS-VFY-ROW-FOUND
             MOVE "Y" TO WS-VFY-OVERFLOW
           ELSE
             ADD 1 TO WS-VFY-ROWS
             SET WS-VFY-IDX TO WS-VFY-ROWS
             MOVE WS-SCAN-NAME TO VFY-NAME(WS-VFY-IDX)
             MOVE "N" TO VFY-SEALED(WS-VFY-IDX)
             MOVE SPACES TO VFY-SEAL(WS-VFY-IDX)
           END-IF
         END-IF.

      * READS ONE FILE OF THE CHECK TABLE AGAIN AND HOLDS IT AGAINST
      * ITS SEAL.
       VERIFY-ONE-FILE.
         MOVE VFY-SEAL(WS-VFY-IDX) TO WS-SEAL-SATZ.
         MOVE VFY-NAME(WS-VFY-IDX) TO WS-SCAN-NAME.
         MOVE SEAL-KIND TO WS-SCAN-KIND.
         PERFORM SEAL-SCAN-FILE THRU SEAL-SCAN-FILE-EXIT.
         MOVE WS-SCAN-TXS TO VFY-FOUND-TXS(WS-VFY-IDX).
         MOVE WS-SCAN-CT TO VFY-FOUND-CT(WS-VFY-IDX).
         MOVE WS-SCAN-KTO-SUM TO VFY-FOUND-KTO(WS-VFY-IDX).
         MOVE WS-SCAN-HASH-A TO VFY-FOUND-HASH-A(WS-VFY-IDX).
         MOVE WS-SCAN-HASH-B TO VFY-FOUND-HASH-B(WS-VFY-IDX).
         MOVE SPACES TO VFY-RESULT(WS-VFY-IDX).

         EVALUATE TRUE
           WHEN WS-SCAN-FOUND EQUAL "N"
             MOVE "FILE MISSING" TO VFY-RESULT(WS-VFY-IDX)
           WHEN WS-SCAN-FOUND EQUAL "R"
             STRING "FILE NOT READABLE (STATUS " WS-SCAN-STATUS ")"
                 DELIMITED BY SIZE INTO VFY-RESULT(WS-VFY-IDX)
           WHEN VFY-SEALED(WS-VFY-IDX) NOT EQUAL "Y"
             MOVE "NOT SEALED AT RELEASE" TO VFY-RESULT(WS-VFY-IDX)
           WHEN WS-SCAN-HASH-A NOT EQUAL SEAL-HASH-A OR
               WS-SCAN-HASH-B NOT EQUAL SEAL-HASH-B OR
               WS-SCAN-TXS NOT EQUAL SEAL-TXS OR
               WS-SCAN-CT NOT EQUAL SEAL-CT OR
               WS-SCAN-KTO-SUM NOT EQUAL SEAL-KTO-SUM
             MOVE "CHANGED SINCE RELEASE -" TO VFY-RESULT(WS-VFY-IDX)
             MOVE 24 TO WS-VFY-PTR
             IF WS-SCAN-HASH-A NOT EQUAL SEAL-HASH-A OR
                 WS-SCAN-HASH-B NOT EQUAL SEAL-HASH-B
               STRING " HASH" DELIMITED BY SIZE
                   INTO VFY-RESULT(WS-VFY-IDX) WITH POINTER WS-VFY-PTR
             END-IF
             IF WS-SCAN-TXS NOT EQUAL SEAL-TXS
               STRING " ITEMS" DELIMITED BY SIZE
                   INTO VFY-RESULT(WS-VFY-IDX) WITH POINTER WS-VFY-PTR
             END-IF
             IF WS-SCAN-CT NOT EQUAL SEAL-CT
               STRING " SUM" DELIMITED BY SIZE
                   INTO VFY-RESULT(WS-VFY-IDX) WITH POINTER WS-VFY-PTR
             END-IF
             IF WS-SCAN-KTO-SUM NOT EQUAL SEAL-KTO-SUM
               STRING " KTO/IBAN" DELIMITED BY SIZE
                   INTO VFY-RESULT(WS-VFY-IDX) WITH POINTER WS-VFY-PTR
             END-IF
         END-EVALUATE.

         IF VFY-RESULT(WS-VFY-IDX) NOT EQUAL SPACES
           ADD 1 TO WS-VFY-EXCEPTIONS
         END-IF.
         ADD SEAL-TXS TO WS-VFY-TOT-TXS.
         ADD SEAL-CT TO WS-VFY-TOT-CT.

      * BEGLEITZETTEL - THE SHEET THAT GOES WITH THE DAY'S UPLOAD:
      * ONE LINE PER FILE WITH ITS SEALED COUNT, CONTROL SUM, ACCOUNT
      * CONTROL TOTAL AND HASH, THE DAY'S TOTALS, THE BLOCKING
      * EXCEPTIONS WITH WHAT WAS SEALED AND WHAT WAS FOUND, AND THE
      * SIGNATURE LINES FOR WHOEVER UPLOADS.
       PRINT-COVER-SHEET.
         MOVE SPACES TO WS-COVER-FILE-NAME.
         STRING "BEGLEITZETTEL_" WS-VFY-DATE ".TXT"
             DELIMITED BY SIZE INTO WS-COVER-FILE-NAME.
         OPEN OUTPUT COVER-FILE.
         IF WS-COVER-STATUS NOT EQUAL "00"
           STRING "BEGLEITZETTEL NOT WRITTEN (STATUS "
               WS-COVER-STATUS ")" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO PRINT-COVER-SHEET-EXIT
         END-IF.

         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE SPACES TO COVER-LINE.
         STRING "BEGLEITZETTEL - DATEIEINREICHUNG VOM " WS-VFY-DATE
             DELIMITED BY SIZE INTO COVER-LINE.
         WRITE COVER-LINE.
         MOVE SPACES TO COVER-LINE.
         STRING "CHECKED AGAINST THE RELEASE SEALS BY OPERATOR "
             WS-OPERATOR-ID " ON " WS-CURRENT-DATETIME(1:8) "-"
             WS-CURRENT-DATETIME(9:6)
             DELIMITED BY SIZE INTO COVER-LINE.
         WRITE COVER-LINE.
         MOVE SPACES TO COVER-LINE.
         WRITE COVER-LINE.
         MOVE SPACES TO COVER-LINE.
         STRING "FILE                                     TYPE  "
             "  ITEMS      CONTROL SUM      KTO/IBAN CONTROL "
             "HASH                  RESULT"
             DELIMITED BY SIZE INTO COVER-LINE.
         WRITE COVER-LINE.

         PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
             UNTIL WS-VFY-IDX > WS-VFY-ROWS
           MOVE VFY-SEAL(WS-VFY-IDX) TO WS-SEAL-SATZ
           COMPUTE WS-VFY-AMOUNT = SEAL-CT / 100
           MOVE WS-VFY-AMOUNT TO WS-VFY-AMOUNT-EDIT
           IF VFY-RESULT(WS-VFY-IDX) EQUAL SPACES
             MOVE "OK" TO WS-VFY-STATE-TEXT
           ELSE
             MOVE "EXCEPTION" TO WS-VFY-STATE-TEXT
           END-IF
           MOVE SPACES TO COVER-LINE
           STRING VFY-NAME(WS-VFY-IDX) " " SEAL-KIND " "
               SEAL-TXS " " WS-VFY-AMOUNT-EDIT " " SEAL-KTO-SUM " "
               SEAL-HASH-A "-" SEAL-HASH-B " " WS-VFY-STATE-TEXT
               DELIMITED BY SIZE INTO COVER-LINE
           WRITE COVER-LINE
         END-PERFORM.

         MOVE SPACES TO COVER-LINE.
         WRITE COVER-LINE.
         COMPUTE WS-VFY-AMOUNT = WS-VFY-TOT-CT / 100.
         MOVE WS-VFY-AMOUNT TO WS-VFY-AMOUNT-EDIT.
         MOVE SPACES TO COVER-LINE.
         STRING "TOTAL FILES " WS-VFY-ROWS "   ITEMS " WS-VFY-TOT-TXS
             "   CONTROL SUM EUR " WS-VFY-AMOUNT-EDIT
             DELIMITED BY SIZE INTO COVER-LINE.
         WRITE COVER-LINE.
         MOVE SPACES TO COVER-LINE.
         WRITE COVER-LINE.

         IF WS-VFY-OK EQUAL "Y"
           MOVE SPACES TO COVER-LINE
           STRING "ALL FILES MATCH THEIR RELEASE SEAL - "
               "CLEARED FOR UPLOAD" DELIMITED BY SIZE INTO COVER-LINE
           WRITE COVER-LINE
         ELSE
           MOVE SPACES TO COVER-LINE
           STRING "*** " WS-VFY-EXCEPTIONS " BLOCKING EXCEPTIONS - "
               "DO NOT UPLOAD ANY FILE OF THIS DAY ***"
               DELIMITED BY SIZE INTO COVER-LINE
           WRITE COVER-LINE
           MOVE SPACES TO COVER-LINE
           WRITE COVER-LINE
           PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
               UNTIL WS-VFY-IDX > WS-VFY-ROWS
             IF VFY-RESULT(WS-VFY-IDX) NOT EQUAL SPACES
               PERFORM PRINT-COVER-EXCEPTION
             END-IF
           END-PERFORM
           IF WS-VFY-OVERFLOW EQUAL "Y"
             MOVE SPACES TO COVER-LINE
             STRING "MORE THAN " WS-VFY-ROWS " FILES ON THE DAY - "
                 "THE REST WAS NOT CHECKED"
                 DELIMITED BY SIZE INTO COVER-LINE
             WRITE COVER-LINE
           END-IF
         END-IF.

         MOVE SPACES TO COVER-LINE.
         WRITE COVER-LINE.
         MOVE SPACES TO COVER-LINE.
         WRITE COVER-LINE.
         MOVE SPACES TO COVER-LINE.
         STRING "UPLOADED BY: ____________________   "
             "DATE: __________   SIGNATURE: ____________________"
             DELIMITED BY SIZE INTO COVER-LINE.
         WRITE COVER-LINE.

         CLOSE COVER-FILE.

       PRINT-COVER-SHEET-EXIT.
         CONTINUE.

       PRINT-COVER-EXCEPTION.
         MOVE VFY-SEAL(WS-VFY-IDX) TO WS-SEAL-SATZ.
         MOVE SPACES TO COVER-LINE.
         STRING VFY-NAME(WS-VFY-IDX) " " VFY-RESULT(WS-VFY-IDX)
             DELIMITED BY SIZE INTO COVER-LINE.
         WRITE COVER-LINE.
         IF VFY-RESULT(WS-VFY-IDX)(1:7) EQUAL "CHANGED"
           MOVE SPACES TO COVER-LINE
           STRING "    SEALED " SEAL-STAMP " BY " SEAL-OPERATOR
               ": ITEMS " SEAL-TXS " CT " SEAL-CT
               " KTO/IBAN " SEAL-KTO-SUM
               " HASH " SEAL-HASH-A "-" SEAL-HASH-B
               DELIMITED BY SIZE INTO COVER-LINE
           WRITE COVER-LINE
           MOVE SPACES TO COVER-LINE
           STRING "    FOUND NOW            : ITEMS "
               VFY-FOUND-TXS(WS-VFY-IDX)
               " CT " VFY-FOUND-CT(WS-VFY-IDX)
               " KTO/IBAN " VFY-FOUND-KTO(WS-VFY-IDX)
               " HASH " VFY-FOUND-HASH-A(WS-VFY-IDX) "-"
               VFY-FOUND-HASH-B(WS-VFY-IDX)
               DELIMITED BY SIZE INTO COVER-LINE
           WRITE COVER-LINE
         END-IF.

      * LIQUIDITY FORECAST FOR TREASURY - WHAT WILL LEAVE (CREDIT
      * TRANSFERS, FOREIGN PAYMENTS) AND COME INTO (COLLECTIONS) THE
      * HOUSE ACCOUNTS OVER THE NEXT WS-FC-DAYS BUSINESS DAYS, BY
      * EXECUTION DATE AND ORIGINATOR ACCOUNT. THREE SOURCES: THE
      * BATCH AWAITING RELEASE IN PENDING.BAT, EVERY RELEASED
      * MANIFEST LINE NOT YET STAMPED SETTLED (OR REJECTED) BY THE
      * BANK, AND THE RECURRING TEMPLATES OF FORECAST.CFG PROJECTED
      * ONTO THEIR NEXT DUE DAYS. THE LISTING GOES TO
      * FORECAST_<CCYYMMDD>.TXT - FIRST EVERY BATCH COUNTED, THEN THE
      * DAY TABLE WITH A NET FLOW PER DAY AND THE THRESHOLD FLAGS.
       PRINT-LIQUIDITY-FORECAST.
         MOVE "N" TO WS-FC-OK.
         MOVE 0 TO WS-FC-FLAGGED.
         PERFORM LOAD-FORECAST-CONFIG THRU LOAD-FORECAST-CONFIG-EXIT.

      * THE FIRST DAY IS TODAY - OR THE JOB'S DATE= - WHEN THAT IS A
      * BUSINESS DAY, OTHERWISE THE NEXT ONE.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-CURRENT-DATETIME(1:8) TO WS-FC-BASE-DATE.
         IF WS-JOB-MODE EQUAL "Y" AND WS-JOB-DATE NOT EQUAL SPACES
           STRING WS-JOB-DATE(5:4) WS-JOB-DATE(3:2) WS-JOB-DATE(1:2)
               DELIMITED BY SIZE INTO WS-FC-BASE-DATE
         END-IF.
         PERFORM BUILD-FORECAST-DAYS.

         MOVE 0 TO WS-FC-CELL-COUNT.
         MOVE "N" TO WS-FC-CELL-OVERFLOW.
         MOVE 0 TO WS-FC-OLD-OUT.
         MOVE 0 TO WS-FC-OLD-IN.
         MOVE 0 TO WS-FC-ITEMS-BOOKED.
         MOVE 0 TO WS-FC-ITEMS-LATER.
         MOVE 0 TO WS-FC-NONEUR-COUNT.
         MOVE 0 TO WS-FC-BOOKED-COUNT.

         MOVE SPACES TO WS-FC-FILE-NAME.
         STRING "FORECAST_" WS-FC-BASE-DATE ".TXT"
             DELIMITED BY SIZE INTO WS-FC-FILE-NAME.
         OPEN OUTPUT FORECAST-FILE.
         IF WS-FC-STATUS NOT EQUAL "00"
           STRING "FORECAST NOT WRITTEN (STATUS " WS-FC-STATUS ")"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO PRINT-LIQUIDITY-FORECAST-EXIT
         END-IF.

         SET WS-FC-DAY-IDX TO 1.
         MOVE FC-DAY-DATE(WS-FC-DAY-IDX) TO WS-FC-ITEM-EXD.
         PERFORM FORMAT-FORECAST-DATE.
         MOVE SPACES TO FORECAST-LINE.
         STRING "LIQUIDITY FORECAST - " WS-FC-DAYS
             " BUSINESS DAYS FROM " WS-FC-DATE-SHOW
             DELIMITED BY SIZE INTO FORECAST-LINE.
         WRITE FORECAST-LINE.
         MOVE SPACES TO FORECAST-LINE.
         STRING "PRODUCED " WS-CURRENT-DATETIME(1:8) "-"
             WS-CURRENT-DATETIME(9:6) " BY OPERATOR " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO FORECAST-LINE.
         WRITE FORECAST-LINE.
         MOVE SPACES TO FORECAST-LINE.
         WRITE FORECAST-LINE.
         MOVE "BATCHES COUNTED" TO FORECAST-LINE.
         WRITE FORECAST-LINE.
         MOVE SPACES TO FORECAST-LINE.
         STRING "SOURCE   BATCH / FILE                             "
             "EXEC.DATE  TYPE       ACCOUNT      "
             "ITEMS       AMOUNT EUR"
             DELIMITED BY SIZE INTO FORECAST-LINE.
         WRITE FORECAST-LINE.

         PERFORM FORECAST-PENDING-BATCH
             THRU FORECAST-PENDING-BATCH-EXIT.
         PERFORM FORECAST-MANIFEST-LINES
             THRU FORECAST-MANIFEST-LINES-EXIT.
         PERFORM VARYING WS-FC-TMPL-IDX FROM 1 BY 1
             UNTIL WS-FC-TMPL-IDX > WS-FC-TMPL-COUNT
           PERFORM FORECAST-ONE-TEMPLATE
               THRU FORECAST-ONE-TEMPLATE-EXIT
         END-PERFORM.
         IF WS-FC-ITEMS-BOOKED EQUAL 0
           MOVE "  (NOTHING OUTSTANDING)" TO FORECAST-LINE
           WRITE FORECAST-LINE
         END-IF.

         PERFORM PRINT-FORECAST-DAYS.

         CLOSE FORECAST-FILE.
         MOVE "Y" TO WS-FC-OK.

         IF WS-FC-FLAGGED > 0
           STRING "FORECAST IN " FUNCTION TRIM(WS-FC-FILE-NAME)
               " - " WS-FC-FLAGGED " DAYS OVER THE THRESHOLD"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
         ELSE
           STRING "FORECAST IN " FUNCTION TRIM(WS-FC-FILE-NAME)
               " - " WS-FC-ITEMS-BOOKED " BATCHES COUNTED"
               DELIMITED BY SIZE INTO WS-MSG-TEXT
         END-IF.
         PERFORM SHOW-MESSAGE.

       PRINT-LIQUIDITY-FORECAST-EXIT.
         CONTINUE.

      * READS FORECAST.CFG - SEE THE FD FOR THE LINE FORMAT. WITHOUT
      * THE FILE THE FORECAST STILL RUNS: TEN DAYS, NO THRESHOLD
      * AND NO TEMPLATES.
       LOAD-FORECAST-CONFIG.
         MOVE 10 TO WS-FC-DAYS.
         MOVE 0 TO WS-FC-THRESHOLD.
         MOVE 0 TO WS-FC-TMPL-COUNT.
         OPEN INPUT FCCFG-FILE.
         IF WS-FCCFG-STATUS NOT EQUAL "00"
           STRING "FORECAST.CFG NOT FOUND - 10 DAYS, NO THRESHOLD, "
               "NO TEMPLATES" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-FORECAST-CONFIG-EXIT
         END-IF.

         MOVE "NO" TO WS-FCCFG-EOF-FLAG.
         PERFORM UNTIL WS-FCCFG-EOF-FLAG EQUAL "EOF"
           READ FCCFG-FILE
               AT END MOVE "EOF" TO WS-FCCFG-EOF-FLAG
           END-READ
           IF WS-FCCFG-EOF-FLAG NOT EQUAL "EOF" AND
               FCCFG-RECORD NOT EQUAL SPACES
             MOVE SPACES TO WS-FC-KEYWORD
             MOVE SPACES TO WS-FC-ARG1
             MOVE SPACES TO WS-FC-ARG2
             UNSTRING FCCFG-RECORD DELIMITED BY ALL " "
                 INTO WS-FC-KEYWORD WS-FC-ARG1 WS-FC-ARG2
             END-UNSTRING
             PERFORM STORE-FORECAST-CONFIG-LINE
           END-IF
         END-PERFORM.

         CLOSE FCCFG-FILE.

       LOAD-FORECAST-CONFIG-EXIT.
         CONTINUE.

       STORE-FORECAST-CONFIG-LINE.
         EVALUATE FUNCTION UPPER-CASE(WS-FC-KEYWORD)
           WHEN "DAYS"
             IF FUNCTION TEST-NUMVAL(WS-FC-ARG1) EQUAL 0 AND
                 FUNCTION NUMVAL(WS-FC-ARG1) >= 1 AND
                 FUNCTION NUMVAL(WS-FC-ARG1) <= WS-MAX-FC-DAYS
               MOVE FUNCTION NUMVAL(WS-FC-ARG1) TO WS-FC-DAYS
             ELSE
               MOVE "FORECAST.CFG: DAYS NOT 1 TO 60 - LINE SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "THRESHOLD"
             IF FUNCTION TEST-NUMVAL(WS-FC-ARG1) EQUAL 0
               MOVE FUNCTION NUMVAL(WS-FC-ARG1) TO WS-FC-THRESHOLD
             ELSE
               MOVE "FORECAST.CFG: BAD THRESHOLD - LINE SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             END-IF
           WHEN "TMPL"
             IF WS-FC-ARG1 EQUAL SPACES OR
                 FUNCTION TEST-NUMVAL(WS-FC-ARG2) NOT EQUAL 0
               MOVE "FORECAST.CFG: BAD TMPL LINE - SKIPPED"
                   TO WS-MSG-TEXT
               PERFORM SHOW-MESSAGE
             ELSE
               IF FUNCTION NUMVAL(WS-FC-ARG2) < 1 OR
                   FUNCTION NUMVAL(WS-FC-ARG2) > 31
                 STRING "FORECAST.CFG: TMPL DUE DAY NOT 1 TO 31 - "
                     "SKIPPED" DELIMITED BY SIZE INTO WS-MSG-TEXT
                 PERFORM SHOW-MESSAGE
               ELSE
                 IF WS-FC-TMPL-COUNT >= WS-MAX-FC-TMPL
                   MOVE "FORECAST.CFG: TOO MANY TMPL LINES - SKIPPED"
                       TO WS-MSG-TEXT
                   PERFORM SHOW-MESSAGE
                 ELSE
                   ADD 1 TO WS-FC-TMPL-COUNT
                   SET WS-FC-TMPL-IDX TO WS-FC-TMPL-COUNT
                   MOVE WS-FC-ARG1 TO FC-TMPL-NAME(WS-FC-TMPL-IDX)
                   MOVE FUNCTION NUMVAL(WS-FC-ARG2)
                       TO FC-TMPL-DUE-DAY(WS-FC-TMPL-IDX)
                 END-IF
               END-IF
             END-IF
           WHEN OTHER
             STRING "FORECAST.CFG: UNKNOWN KEYWORD "
                 WS-FC-KEYWORD " - LINE SKIPPED"
                 DELIMITED BY SIZE INTO WS-MSG-TEXT
             PERFORM SHOW-MESSAGE
         END-EVALUATE.

      * THE WS-FC-DAYS BUSINESS DAYS FROM WS-FC-BASE-DATE ON, BY THE
      * SAME CALENDAR RULES AS THE EXECUTION-DATE CHECK.
       BUILD-FORECAST-DAYS.
         MOVE WS-FC-BASE-DATE TO WS-YYYYMMDD.
         COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
         PERFORM CHECK-BUSINESS-DAY.
         IF WS-BD-OK NOT EQUAL "Y"
           PERFORM NEXT-BUSINESS-DAY
         END-IF.
         MOVE 0 TO WS-FC-DAY-COUNT.
         PERFORM UNTIL WS-FC-DAY-COUNT >= WS-FC-DAYS
           ADD 1 TO WS-FC-DAY-COUNT
           SET WS-FC-DAY-IDX TO WS-FC-DAY-COUNT
           MOVE WS-BD-INT TO FC-DAY-INT(WS-FC-DAY-IDX)
           MOVE WS-BD-INT TO WS-BD-NEXT-INT
           PERFORM CONVERT-INT-TO-DDMMYYYY
           MOVE WS-BD-NEXT-DATE TO FC-DAY-DATE(WS-FC-DAY-IDX)
           MOVE 0 TO FC-DAY-OUT(WS-FC-DAY-IDX)
           MOVE 0 TO FC-DAY-IN(WS-FC-DAY-IDX)
           PERFORM NEXT-BUSINESS-DAY
         END-PERFORM.

      * THE BATCH AWAITING RELEASE - READ STRAIGHT FROM PENDING.BAT,
      * NOT THROUGH LOAD-PENDING-BATCH, SO THE FOUR-EYES CHECK DOES
      * NOT APPLY AND THE BATCH WORK FILE IS LEFT ALONE.
       FORECAST-PENDING-BATCH.
         OPEN INPUT PENDING-FILE.
         IF WS-PENDING-STATUS NOT EQUAL "00"
           GO TO FORECAST-PENDING-BATCH-EXIT
         END-IF.
         MOVE "NO" TO WS-PENDING-EOF-FLAG.
         READ PENDING-FILE
             AT END MOVE "EOF" TO WS-PENDING-EOF-FLAG
         END-READ.
         IF WS-PENDING-EOF-FLAG NOT EQUAL "EOF"
           READ PENDING-FILE
               AT END MOVE "EOF" TO WS-PENDING-EOF-FLAG
           END-READ
         END-IF.
         IF WS-PENDING-EOF-FLAG EQUAL "EOF" OR
             PEND-TAG NOT EQUAL "A"
           CLOSE PENDING-FILE
           GO TO FORECAST-PENDING-BATCH-EXIT
         END-IF.
         MOVE PEND-PAYLOAD TO WS-FC-HEADER.

         MOVE 0 TO WS-FC-ITEM-AMT.
         MOVE 0 TO WS-FC-ITEM-COUNT.
         MOVE 0 TO WS-FC-ITEM-NONEUR.
         PERFORM UNTIL WS-PENDING-EOF-FLAG EQUAL "EOF"
           READ PENDING-FILE
               AT END MOVE "EOF" TO WS-PENDING-EOF-FLAG
           END-READ
           IF WS-PENDING-EOF-FLAG NOT EQUAL "EOF" AND
               PEND-TAG EQUAL "C"
             MOVE PEND-PAYLOAD TO WS-FC-ROW
             PERFORM ADD-FORECAST-ROW
           END-IF
         END-PERFORM.
         CLOSE PENDING-FILE.

         MOVE "PENDING" TO WS-FC-SOURCE.
         MOVE "PENDING.BAT (AWAITING RELEASE)" TO WS-FC-ITEM-NAME.
         PERFORM TAKE-FORECAST-HEADER.
         PERFORM NOTE-FORECAST-BOOKED.
         PERFORM BOOK-FORECAST-ITEM THRU BOOK-FORECAST-ITEM-EXIT.

       FORECAST-PENDING-BATCH-EXIT.
         CONTINUE.

      * ONLY EUR ROWS GO INTO THE TOTAL - BETRAG IS IN THE ROW'S OWN
      * CURRENCY. THE OTHERS ARE COUNTED FOR THE NOTE UNDER THE DAYS.
       ADD-FORECAST-ROW.
         IF FC-ROW-BETRAG IS NUMERIC
           IF FC-ROW-WAEHRUNG EQUAL "1"
             ADD 1 TO WS-FC-ITEM-COUNT
             ADD FC-ROW-BETRAG TO WS-FC-ITEM-AMT
           ELSE
             ADD 1 TO WS-FC-ITEM-NONEUR
           END-IF
         END-IF.

      * EXECUTION DATE, TYPE AND ACCOUNT FROM A PENDING OR TEMPLATE
      * BATCH HEADER IN WS-FC-HEADER.
       TAKE-FORECAST-HEADER.
         MOVE 0 TO WS-FC-ITEM-EXD.
         IF FC-HDR-EXD IS NUMERIC
           MOVE FC-HDR-EXD TO WS-FC-ITEM-EXD
         END-IF.
         MOVE FC-HDR-TYPE TO WS-FC-ITEM-TYPE.
         IF WS-FC-ITEM-TYPE NOT EQUAL "C" AND
             WS-FC-ITEM-TYPE NOT EQUAL "Z"
           MOVE "T" TO WS-FC-ITEM-TYPE
         END-IF.
         MOVE FC-HDR-KTO TO WS-FC-ITEM-KTO.

      * RELEASED BATCHES THE BANK HAS NOT YET BOOKED - EVERY
      * MANIFEST LINE WITHOUT A SETTLED OR REJECTED STAMP.
       FORECAST-MANIFEST-LINES.
         OPEN INPUT MANIFEST-FILE.
         IF WS-MANIFEST-STATUS NOT EQUAL "00"
           GO TO FORECAST-MANIFEST-LINES-EXIT
         END-IF.
         MOVE "NO" TO WS-MANIFEST-EOF-FLAG.
         PERFORM UNTIL WS-MANIFEST-EOF-FLAG EQUAL "EOF"
           READ MANIFEST-FILE
               AT END MOVE "EOF" TO WS-MANIFEST-EOF-FLAG
           END-READ
           IF WS-MANIFEST-EOF-FLAG NOT EQUAL "EOF" AND
               MANIFEST-LINE NOT EQUAL SPACES
             PERFORM FORECAST-MANIFEST-LINE
                 THRU FORECAST-MANIFEST-LINE-EXIT
           END-IF
         END-PERFORM.
         CLOSE MANIFEST-FILE.

       FORECAST-MANIFEST-LINES-EXIT.
         CONTINUE.

      * THE " EXD ddmmyyyy TYP t KTO kkkkkkkkkk" SUFFIX IS FIXED
      * WIDTH (SEE APPEND-MANIFEST). A LINE WRITTEN BEFORE IT WAS
      * RECORDED HAS NO DATE AND NO TYPE AND IS COUNTED AS AN
      * OUTFLOW IN THE OUTSTANDING LINE - THE SAFE SIDE FOR TREASURY.
      * THE AMOUNT IS THE " EUR " TOTAL. A LINE WITHOUT ONE CAN ONLY
      * GIVE " CT ", WHICH IS TAKEN AS EUR EXCEPT ON A FOREIGN BATCH -
      * THAT ONE STAYS ON THE LISTING BUT OUT OF THE TOTALS.
       FORECAST-MANIFEST-LINE.
         MOVE 0 TO WS-RC-TALLY.
         INSPECT MANIFEST-LINE TALLYING WS-RC-TALLY
             FOR ALL " STS SETTLED" ALL " STS REJECTED".
         IF WS-RC-TALLY > 0
           GO TO FORECAST-MANIFEST-LINE-EXIT
         END-IF.

         MOVE SPACES TO WS-RC-PART1.
         MOVE SPACES TO WS-RC-PART2.
         MOVE SPACES TO WS-RC-TOKEN.
         UNSTRING MANIFEST-LINE DELIMITED BY " CT "
             INTO WS-RC-PART1 WS-RC-PART2
         END-UNSTRING.
         UNSTRING WS-RC-PART2 DELIMITED BY ALL " "
             INTO WS-RC-TOKEN
         END-UNSTRING.
         IF FUNCTION TEST-NUMVAL(WS-RC-TOKEN) NOT EQUAL 0
           GO TO FORECAST-MANIFEST-LINE-EXIT
         END-IF.
         MOVE FUNCTION NUMVAL(WS-RC-TOKEN) TO WS-FC-ITEM-AMT.

         MOVE 0 TO WS-FC-ITEM-COUNT.
         MOVE SPACES TO WS-RC-PART1.
         MOVE SPACES TO WS-RC-PART2.
         MOVE SPACES TO WS-RC-TOKEN.
         UNSTRING MANIFEST-LINE DELIMITED BY " TXS "
             INTO WS-RC-PART1 WS-RC-PART2
         END-UNSTRING.
         UNSTRING WS-RC-PART2 DELIMITED BY ALL " "
             INTO WS-RC-TOKEN
         END-UNSTRING.
         IF FUNCTION TEST-NUMVAL(WS-RC-TOKEN) EQUAL 0
           MOVE FUNCTION NUMVAL(WS-RC-TOKEN) TO WS-FC-ITEM-COUNT
         END-IF.
         MOVE 0 TO WS-FC-ITEM-NONEUR.

         MOVE 0 TO WS-FC-ITEM-EXD.
         MOVE "?" TO WS-FC-ITEM-TYPE.
         MOVE SPACES TO WS-FC-ITEM-KTO.
         MOVE SPACES TO WS-RC-PART1.
         MOVE SPACES TO WS-RC-PART2.
         UNSTRING MANIFEST-LINE DELIMITED BY " EXD "
             INTO WS-RC-PART1 WS-RC-PART2
         END-UNSTRING.
         IF WS-RC-PART2(1:8) IS NUMERIC
           MOVE WS-RC-PART2(1:8) TO WS-FC-ITEM-EXD
         END-IF.
         IF WS-RC-PART2(9:5) EQUAL " TYP "
           MOVE WS-RC-PART2(14:1) TO WS-FC-ITEM-TYPE
         END-IF.
         IF WS-RC-PART2(15:5) EQUAL " KTO "
           MOVE WS-RC-PART2(20:10) TO WS-FC-ITEM-KTO
         END-IF.

         MOVE SPACES TO WS-RC-PART1.
         MOVE SPACES TO WS-RC-PART2.
         UNSTRING MANIFEST-LINE DELIMITED BY " EUR "
             INTO WS-RC-PART1 WS-RC-PART2
         END-UNSTRING.
         IF WS-RC-PART2(1:7) IS NUMERIC AND
             WS-RC-PART2(9:13) IS NUMERIC
           IF WS-FC-ITEM-COUNT > FUNCTION NUMVAL(WS-RC-PART2(1:7))
             COMPUTE WS-FC-ITEM-NONEUR = WS-FC-ITEM-COUNT -
                 FUNCTION NUMVAL(WS-RC-PART2(1:7))
           END-IF
           MOVE WS-RC-PART2(1:7) TO WS-FC-ITEM-COUNT
           MOVE WS-RC-PART2(9:13) TO WS-FC-ITEM-AMT
         ELSE
           IF WS-FC-ITEM-TYPE EQUAL "Z"
             MOVE WS-FC-ITEM-COUNT TO WS-FC-ITEM-NONEUR
             MOVE 0 TO WS-FC-ITEM-COUNT
             MOVE 0 TO WS-FC-ITEM-AMT
           END-IF
         END-IF.

         MOVE SPACES TO WS-RC-TOKEN.
         MOVE SPACES TO WS-FC-ITEM-NAME.
         UNSTRING MANIFEST-LINE DELIMITED BY ALL " "
             INTO WS-RC-TOKEN WS-FC-ITEM-NAME
         END-UNSTRING.
         MOVE "RELEASED" TO WS-FC-SOURCE.
         PERFORM NOTE-FORECAST-BOOKED.
         PERFORM BOOK-FORECAST-ITEM THRU BOOK-FORECAST-ITEM-EXIT.

       FORECAST-MANIFEST-LINE-EXIT.
         CONTINUE.

      * ONE RECURRING TEMPLATE OF FORECAST.CFG - ITS TOTAL IS BOOKED
      * ON EVERY DUE DATE INSIDE THE FORECAST DAYS. THE DUE DAY IS
      * HELD TO THE END OF A SHORT MONTH AND ROLLED FORWARD TO A
      * BUSINESS DAY, AS THE GENERATION RUN ROLLS ITS EXECUTION
      * DATE. A DUE DATE BEFORE THE FIRST DAY IS NOT COUNTED - THAT
      * MONTH'S BATCH IS ALREADY PENDING OR RELEASED - AND NEITHER IS
      * ONE THAT A PENDING OR RELEASED BATCH FOR THE SAME ACCOUNT AND
      * TYPE ALREADY CARRIES AS ITS EXECUTION DATE.
       FORECAST-ONE-TEMPLATE.
         MOVE SPACES TO WS-TEMPLATE-FILE-NAME.
         STRING "TMPL_" FUNCTION TRIM(FC-TMPL-NAME(WS-FC-TMPL-IDX))
             ".DAT" DELIMITED BY SIZE INTO WS-TEMPLATE-FILE-NAME.
         OPEN INPUT TEMPLATE-FILE.
         IF WS-TEMPLATE-STATUS NOT EQUAL "00"
           MOVE SPACES TO FORECAST-LINE
           STRING "TEMPLATE " WS-TEMPLATE-FILE-NAME
               " NOT FOUND - NOT IN THE FORECAST"
               DELIMITED BY SIZE INTO FORECAST-LINE
           WRITE FORECAST-LINE
           GO TO FORECAST-ONE-TEMPLATE-EXIT
         END-IF.

         MOVE "NO" TO WS-TEMPLATE-EOF-FLAG.
         READ TEMPLATE-FILE
             AT END MOVE "EOF" TO WS-TEMPLATE-EOF-FLAG
         END-READ.
         IF WS-TEMPLATE-EOF-FLAG EQUAL "EOF" OR
             TMPL-TAG NOT EQUAL "A"
           CLOSE TEMPLATE-FILE
           MOVE SPACES TO FORECAST-LINE
           STRING "TEMPLATE " WS-TEMPLATE-FILE-NAME
               " DAMAGED - NOT IN THE FORECAST"
               DELIMITED BY SIZE INTO FORECAST-LINE
           WRITE FORECAST-LINE
           GO TO FORECAST-ONE-TEMPLATE-EXIT
         END-IF.
         MOVE TMPL-PAYLOAD TO WS-FC-HEADER.

         MOVE 0 TO WS-FC-ITEM-AMT.
         MOVE 0 TO WS-FC-ITEM-COUNT.
         MOVE 0 TO WS-FC-ITEM-NONEUR.
         PERFORM UNTIL WS-TEMPLATE-EOF-FLAG EQUAL "EOF"
           READ TEMPLATE-FILE
               AT END MOVE "EOF" TO WS-TEMPLATE-EOF-FLAG
           END-READ
           IF WS-TEMPLATE-EOF-FLAG NOT EQUAL "EOF" AND
               TMPL-TAG EQUAL "C"
             MOVE TMPL-PAYLOAD TO WS-FC-ROW
             PERFORM ADD-FORECAST-ROW
           END-IF
         END-PERFORM.
         CLOSE TEMPLATE-FILE.

         PERFORM TAKE-FORECAST-HEADER.
         MOVE "TEMPLATE" TO WS-FC-SOURCE.
         MOVE WS-TEMPLATE-FILE-NAME TO WS-FC-ITEM-NAME.
      * SIXTY BUSINESS DAYS NEVER REACH PAST THE THIRD MONTH AFTER
      * THE CURRENT ONE.
         PERFORM VARYING WS-FC-MONTH-OFS FROM 0 BY 1
             UNTIL WS-FC-MONTH-OFS > 3
           PERFORM FORECAST-TEMPLATE-MONTH
         END-PERFORM.

       FORECAST-ONE-TEMPLATE-EXIT.
         CONTINUE.

       FORECAST-TEMPLATE-MONTH.
         MOVE WS-FC-BASE-DATE(1:4) TO WS-FC-YYYY.
         MOVE WS-FC-BASE-DATE(5:2) TO WS-FC-MM.
         ADD WS-FC-MONTH-OFS TO WS-FC-MM.
         IF WS-FC-MM > 12
           SUBTRACT 12 FROM WS-FC-MM
           ADD 1 TO WS-FC-YYYY
         END-IF.

      * LAST DAY OF THE MONTH = THE DAY BEFORE THE FIRST OF THE NEXT.
         MOVE WS-FC-YYYY TO WS-YMD-YYYY.
         MOVE WS-FC-MM TO WS-YMD-MM.
         MOVE 1 TO WS-YMD-DD.
         IF WS-YMD-MM EQUAL 12
           ADD 1 TO WS-YMD-YYYY
           MOVE 1 TO WS-YMD-MM
         ELSE
           ADD 1 TO WS-YMD-MM
         END-IF.
         COMPUTE WS-FC-NEXT-INT =
             FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD) - 1.
         COMPUTE WS-YYYYMMDD = FUNCTION DATE-OF-INTEGER(WS-FC-NEXT-INT).
         MOVE WS-YMD-DD TO WS-FC-MONTH-END.

         MOVE FC-TMPL-DUE-DAY(WS-FC-TMPL-IDX) TO WS-FC-DD.
         IF WS-FC-DD > WS-FC-MONTH-END
           MOVE WS-FC-MONTH-END TO WS-FC-DD
         END-IF.
         MOVE WS-FC-YYYY TO WS-YMD-YYYY.
         MOVE WS-FC-MM TO WS-YMD-MM.
         MOVE WS-FC-DD TO WS-YMD-DD.
         COMPUTE WS-BD-INT = FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
         PERFORM CHECK-BUSINESS-DAY.
         IF WS-BD-OK NOT EQUAL "Y"
           PERFORM NEXT-BUSINESS-DAY
         END-IF.

         SET WS-FC-DAY-IDX TO WS-FC-DAY-COUNT.
         IF WS-BD-INT >= FC-DAY-INT(1) AND
             WS-BD-INT <= FC-DAY-INT(WS-FC-DAY-IDX)
           MOVE WS-BD-INT TO WS-BD-NEXT-INT
           PERFORM CONVERT-INT-TO-DDMMYYYY
           MOVE WS-BD-NEXT-DATE TO WS-FC-ITEM-EXD
           PERFORM CHECK-FORECAST-BOOKED
           IF WS-FC-BOOKED-HIT EQUAL "Y"
             PERFORM FORMAT-FORECAST-DATE
             MOVE SPACES TO FORECAST-LINE
             STRING "TEMPLATE " FUNCTION TRIM(WS-FC-ITEM-NAME)
                 " DUE " WS-FC-DATE-SHOW
                 " ALREADY PENDING OR RELEASED - NOT PROJECTED"
                 DELIMITED BY SIZE INTO FORECAST-LINE
             WRITE FORECAST-LINE
           ELSE
             PERFORM BOOK-FORECAST-ITEM THRU BOOK-FORECAST-ITEM-EXIT
           END-IF
         END-IF.

      * RECORDS THE BATCH IN WS-FC-ITEM-... AS BOOKED. AN UNDATED
      * BATCH CANNOT MATCH A DUE DATE AND IS LEFT OUT; WHEN THE TABLE
      * IS FULL THE REST ARE LEFT OUT TOO, SO A TEMPLATE MAY THEN BE
      * COUNTED TWICE - THE SAFE SIDE FOR TREASURY.
       NOTE-FORECAST-BOOKED.
         IF WS-FC-ITEM-EXD NOT EQUAL 0 AND
             WS-FC-BOOKED-COUNT < WS-MAX-FC-BOOKED
           ADD 1 TO WS-FC-BOOKED-COUNT
           SET WS-FC-BKD-IDX TO WS-FC-BOOKED-COUNT
           MOVE WS-FC-ITEM-KTO TO FC-BKD-KTO(WS-FC-BKD-IDX)
           MOVE WS-FC-ITEM-TYPE TO FC-BKD-TYPE(WS-FC-BKD-IDX)
           MOVE WS-FC-ITEM-EXD TO FC-BKD-EXD(WS-FC-BKD-IDX)
         END-IF.

      * "Y" IN WS-FC-BOOKED-HIT WHEN THE TEMPLATE DUE DATE IN
      * WS-FC-ITEM-... IS ALREADY ON THE BOOKED TABLE.
       CHECK-FORECAST-BOOKED.
         MOVE "N" TO WS-FC-BOOKED-HIT.
         PERFORM VARYING WS-FC-BKD-IDX FROM 1 BY 1
             UNTIL WS-FC-BKD-IDX > WS-FC-BOOKED-COUNT
           IF FC-BKD-KTO(WS-FC-BKD-IDX) EQUAL WS-FC-ITEM-KTO AND
               FC-BKD-TYPE(WS-FC-BKD-IDX) EQUAL WS-FC-ITEM-TYPE AND
               FC-BKD-EXD(WS-FC-BKD-IDX) EQUAL WS-FC-ITEM-EXD
             MOVE "Y" TO WS-FC-BOOKED-HIT
           END-IF
         END-PERFORM.

      * BOOKS THE BATCH IN WS-FC-ITEM-... ON ITS DAY (THE FIRST
      * FORECAST DAY ON OR AFTER ITS EXECUTION DATE) AND ACCOUNT AND
      * LISTS IT. BEFORE THE FIRST DAY OR WITHOUT A DATE IT GOES TO
      * THE OUTSTANDING LINE (DAY 0); AFTER THE LAST DAY IT IS ONLY
      * COUNTED.
       BOOK-FORECAST-ITEM.
         MOVE 0 TO WS-FC-ITEM-DAY.
         MOVE WS-FC-ITEM-EXD TO WS-BD-DATE.
         PERFORM CONVERT-DDMMYYYY-TO-INT
             THRU CONVERT-DDMMYYYY-TO-INT-EXIT.
         MOVE WS-BD-INT TO WS-FC-ITEM-INT.
         SET WS-FC-DAY-IDX TO WS-FC-DAY-COUNT.
         IF WS-FC-ITEM-INT > FC-DAY-INT(WS-FC-DAY-IDX)
           ADD 1 TO WS-FC-ITEMS-LATER
           GO TO BOOK-FORECAST-ITEM-EXIT
         END-IF.
         IF WS-FC-ITEM-INT >= FC-DAY-INT(1)
           PERFORM VARYING WS-FC-DAY-IDX FROM 1 BY 1
               UNTIL WS-FC-DAY-IDX > WS-FC-DAY-COUNT OR
                   WS-FC-ITEM-DAY NOT EQUAL 0
             IF FC-DAY-INT(WS-FC-DAY-IDX) >= WS-FC-ITEM-INT
               SET WS-FC-ITEM-DAY TO WS-FC-DAY-IDX
             END-IF
           END-PERFORM
         END-IF.

         IF WS-FC-ITEM-DAY EQUAL 0
           IF WS-FC-ITEM-TYPE EQUAL "C"
             ADD WS-FC-ITEM-AMT TO WS-FC-OLD-IN
           ELSE
             ADD WS-FC-ITEM-AMT TO WS-FC-OLD-OUT
           END-IF
         ELSE
           SET WS-FC-DAY-IDX TO WS-FC-ITEM-DAY
           IF WS-FC-ITEM-TYPE EQUAL "C"
             ADD WS-FC-ITEM-AMT TO FC-DAY-IN(WS-FC-DAY-IDX)
           ELSE
             ADD WS-FC-ITEM-AMT TO FC-DAY-OUT(WS-FC-DAY-IDX)
           END-IF
         END-IF.
         PERFORM BOOK-FORECAST-CELL THRU BOOK-FORECAST-CELL-EXIT.
         ADD 1 TO WS-FC-ITEMS-BOOKED.
         ADD WS-FC-ITEM-NONEUR TO WS-FC-NONEUR-COUNT.

         PERFORM FORMAT-FORECAST-DATE.
         EVALUATE WS-FC-ITEM-TYPE
           WHEN "C"
             MOVE "COLLECTION" TO WS-FC-TYPE-TEXT
           WHEN "Z"
             MOVE "FOREIGN" TO WS-FC-TYPE-TEXT
           WHEN "T"
             MOVE "TRANSFER" TO WS-FC-TYPE-TEXT
           WHEN OTHER
             MOVE "NOT KNOWN" TO WS-FC-TYPE-TEXT
         END-EVALUATE.
         COMPUTE WS-FC-AMT = WS-FC-ITEM-AMT / 100.
         MOVE WS-FC-AMT TO WS-FC-AMT-OUT-EDIT.
         MOVE SPACES TO FORECAST-LINE.
         STRING WS-FC-SOURCE " " WS-FC-ITEM-NAME " " WS-FC-DATE-SHOW
             " " WS-FC-TYPE-TEXT " " WS-FC-ITEM-KTO " "
             WS-FC-ITEM-COUNT " " WS-FC-AMT-OUT-EDIT
             DELIMITED BY SIZE INTO FORECAST-LINE.
         IF WS-FC-ITEM-DAY EQUAL 0
           MOVE "OUTSTANDING" TO FORECAST-LINE(110:11)
         END-IF.
         WRITE FORECAST-LINE.

       BOOK-FORECAST-ITEM-EXIT.
         CONTINUE.

      * ADDS THE BATCH TO ITS DAY/ACCOUNT CELL. A FULL CELL TABLE
      * ONLY LOSES THE ACCOUNT SPLIT - THE DAY TOTALS ARE ALREADY
      * BOOKED - AND THE LISTING SAYS SO.
       BOOK-FORECAST-CELL.
         MOVE "N" TO WS-FC-CELL-FOUND.
         PERFORM VARYING WS-FC-CELL-IDX FROM 1 BY 1
             UNTIL WS-FC-CELL-IDX > WS-FC-CELL-COUNT OR
                 WS-FC-CELL-FOUND EQUAL "Y"
           IF FC-CELL-DAY(WS-FC-CELL-IDX) EQUAL WS-FC-ITEM-DAY AND
               FC-CELL-KTO(WS-FC-CELL-IDX) EQUAL WS-FC-ITEM-KTO
             MOVE "Y" TO WS-FC-CELL-FOUND
           END-IF
         END-PERFORM.
         IF WS-FC-CELL-FOUND EQUAL "Y"
           SET WS-FC-CELL-IDX DOWN BY 1
         ELSE
           IF WS-FC-CELL-COUNT >= WS-MAX-FC-CELLS
             MOVE "Y" TO WS-FC-CELL-OVERFLOW
             GO TO BOOK-FORECAST-CELL-EXIT
           END-IF
           ADD 1 TO WS-FC-CELL-COUNT
           SET WS-FC-CELL-IDX TO WS-FC-CELL-COUNT
           MOVE WS-FC-ITEM-DAY TO FC-CELL-DAY(WS-FC-CELL-IDX)
           MOVE WS-FC-ITEM-KTO TO FC-CELL-KTO(WS-FC-CELL-IDX)
           MOVE 0 TO FC-CELL-OUT(WS-FC-CELL-IDX)
           MOVE 0 TO FC-CELL-IN(WS-FC-CELL-IDX)
         END-IF.
         IF WS-FC-ITEM-TYPE EQUAL "C"
           ADD WS-FC-ITEM-AMT TO FC-CELL-IN(WS-FC-CELL-IDX)
         ELSE
           ADD WS-FC-ITEM-AMT TO FC-CELL-OUT(WS-FC-CELL-IDX)
         END-IF.

       BOOK-FORECAST-CELL-EXIT.
         CONTINUE.

      * DDMMYYYY IN WS-FC-ITEM-EXD AS DD.MM.YYYY IN WS-FC-DATE-SHOW.
       FORMAT-FORECAST-DATE.
         MOVE SPACES TO WS-FC-DATE-SHOW.
         IF WS-FC-ITEM-EXD EQUAL 0
           MOVE "NO DATE" TO WS-FC-DATE-SHOW
         ELSE
           MOVE WS-FC-ITEM-EXD TO WS-BD-DATE-X
           STRING WS-BD-DATE-X(1:2) "." WS-BD-DATE-X(3:2) "."
               WS-BD-DATE-X(5:4) DELIMITED BY SIZE
               INTO WS-FC-DATE-SHOW
         END-IF.

      * THE DAY TABLE - THE OUTSTANDING LINE FIRST, THEN EVERY
      * FORECAST DAY WITH ONE LINE PER ORIGINATOR ACCOUNT AND A DAY
      * TOTAL. NET FLOW IS COLLECTIONS LESS TRANSFERS, SO AN OUTFLOW
      * SHOWS NEGATIVE; A DAY WHOSE NET OUTFLOW EXCEEDS THE THRESHOLD
      * IS FLAGGED.
       PRINT-FORECAST-DAYS.
         MOVE SPACES TO FORECAST-LINE.
         WRITE FORECAST-LINE.
         MOVE "TOTALS BY EXECUTION DATE AND ORIGINATOR ACCOUNT"
             TO FORECAST-LINE.
         WRITE FORECAST-LINE.
         MOVE SPACES TO FORECAST-LINE.
         STRING "EXEC.DATE  ACCOUNT         TRANSFERS OUT"
             "   COLLECTIONS IN          NET FLOW"
             DELIMITED BY SIZE INTO FORECAST-LINE.
         WRITE FORECAST-LINE.

         IF WS-FC-OLD-OUT > 0 OR WS-FC-OLD-IN > 0
           MOVE "OUTSTANDING" TO WS-FC-DATE-SHOW
           MOVE 0 TO WS-FC-ITEM-DAY
           PERFORM PRINT-FORECAST-CELLS
           MOVE WS-FC-OLD-OUT TO WS-FC-TOT-OUT
           MOVE WS-FC-OLD-IN TO WS-FC-TOT-IN
           MOVE "TOTAL" TO WS-FC-LABEL
           PERFORM FORMAT-FORECAST-TOTAL
           WRITE FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
         END-IF.

         MOVE 0 TO WS-FC-GRAND-OUT.
         MOVE 0 TO WS-FC-GRAND-IN.
         PERFORM VARYING WS-FC-DAY-IDX FROM 1 BY 1
             UNTIL WS-FC-DAY-IDX > WS-FC-DAY-COUNT
           PERFORM PRINT-FORECAST-DAY
         END-PERFORM.

         MOVE SPACES TO FORECAST-LINE.
         WRITE FORECAST-LINE.
         MOVE SPACES TO WS-FC-DATE-SHOW.
         MOVE WS-FC-GRAND-OUT TO WS-FC-TOT-OUT.
         MOVE WS-FC-GRAND-IN TO WS-FC-TOT-IN.
         MOVE "ALL DAYS" TO WS-FC-LABEL.
         PERFORM FORMAT-FORECAST-TOTAL.
         WRITE FORECAST-LINE.

         MOVE SPACES TO FORECAST-LINE.
         WRITE FORECAST-LINE.
         IF WS-FC-THRESHOLD > 0
           COMPUTE WS-FC-AMT = WS-FC-THRESHOLD / 100
           MOVE WS-FC-AMT TO WS-FC-AMT-OUT-EDIT
           MOVE SPACES TO FORECAST-LINE
           STRING "THRESHOLD (NET OUTFLOW PER DAY) EUR "
               WS-FC-AMT-OUT-EDIT " - " WS-FC-FLAGGED
               " DAYS OVER IT"
               DELIMITED BY SIZE INTO FORECAST-LINE
           WRITE FORECAST-LINE
         ELSE
           MOVE "NO THRESHOLD CONFIGURED IN FORECAST.CFG"
               TO FORECAST-LINE
           WRITE FORECAST-LINE
         END-IF.
         IF WS-FC-ITEMS-LATER > 0
           MOVE SPACES TO FORECAST-LINE
           STRING WS-FC-ITEMS-LATER " BATCHES FALL AFTER THE LAST "
               "FORECAST DAY AND ARE NOT SHOWN"
               DELIMITED BY SIZE INTO FORECAST-LINE
           WRITE FORECAST-LINE
         END-IF.
         IF WS-FC-NONEUR-COUNT > 0
           MOVE SPACES TO FORECAST-LINE
           STRING WS-FC-NONEUR-COUNT " NON-EUR PAYMENTS NOT IN THE "
               "EUR TOTALS"
               DELIMITED BY SIZE INTO FORECAST-LINE
           WRITE FORECAST-LINE
         END-IF.
         IF WS-FC-CELL-OVERFLOW EQUAL "Y"
           MOVE SPACES TO FORECAST-LINE
           STRING "TOO MANY DAY/ACCOUNT COMBINATIONS - THE ACCOUNT "
               "LINES ARE INCOMPLETE, THE DAY TOTALS ARE NOT"
               DELIMITED BY SIZE INTO FORECAST-LINE
           WRITE FORECAST-LINE
         END-IF.

       PRINT-FORECAST-DAY.
         MOVE FC-DAY-DATE(WS-FC-DAY-IDX) TO WS-FC-ITEM-EXD.
         PERFORM FORMAT-FORECAST-DATE.
         SET WS-FC-ITEM-DAY TO WS-FC-DAY-IDX.
         PERFORM PRINT-FORECAST-CELLS.
         MOVE FC-DAY-OUT(WS-FC-DAY-IDX) TO WS-FC-TOT-OUT.
         MOVE FC-DAY-IN(WS-FC-DAY-IDX) TO WS-FC-TOT-IN.
         ADD WS-FC-TOT-OUT TO WS-FC-GRAND-OUT.
         ADD WS-FC-TOT-IN TO WS-FC-GRAND-IN.
         MOVE "DAY TOTAL" TO WS-FC-LABEL.
         PERFORM FORMAT-FORECAST-TOTAL.
         IF WS-FC-THRESHOLD > 0 AND
             WS-FC-TOT-OUT > WS-FC-TOT-IN + WS-FC-THRESHOLD
           ADD 1 TO WS-FC-FLAGGED
           MOVE "*** OVER THRESHOLD ***" TO FORECAST-LINE(85:22)
         END-IF.
         WRITE FORECAST-LINE.

      * ONE LINE PER ACCOUNT BOOKED ON DAY WS-FC-ITEM-DAY - THE
      * DATE ONLY ON THE FIRST OF THEM.
       PRINT-FORECAST-CELLS.
         PERFORM VARYING WS-FC-CELL-IDX FROM 1 BY 1
             UNTIL WS-FC-CELL-IDX > WS-FC-CELL-COUNT
           IF FC-CELL-DAY(WS-FC-CELL-IDX) EQUAL WS-FC-ITEM-DAY
             MOVE FC-CELL-OUT(WS-FC-CELL-IDX) TO WS-FC-TOT-OUT
             MOVE FC-CELL-IN(WS-FC-CELL-IDX) TO WS-FC-TOT-IN
             MOVE FC-CELL-KTO(WS-FC-CELL-IDX) TO WS-FC-LABEL
             IF WS-FC-LABEL EQUAL SPACES
               MOVE "NOT KNOWN" TO WS-FC-LABEL
             END-IF
             PERFORM FORMAT-FORECAST-TOTAL
             WRITE FORECAST-LINE
             MOVE SPACES TO WS-FC-DATE-SHOW
           END-IF
         END-PERFORM.

      * DATE, LABEL (ACCOUNT OR TOTAL), OUT, IN AND NET OF
      * WS-FC-TOT-OUT/-IN INTO FORECAST-LINE - THE CALLER WRITES IT.
       FORMAT-FORECAST-TOTAL.
         COMPUTE WS-FC-AMT = WS-FC-TOT-OUT / 100.
         MOVE WS-FC-AMT TO WS-FC-AMT-OUT-EDIT.
         COMPUTE WS-FC-AMT = WS-FC-TOT-IN / 100.
         MOVE WS-FC-AMT TO WS-FC-AMT-IN-EDIT.
         COMPUTE WS-FC-NET-AMT = (WS-FC-TOT-IN - WS-FC-TOT-OUT) / 100.
         MOVE WS-FC-NET-AMT TO WS-FC-NET-EDIT.
         MOVE SPACES TO FORECAST-LINE.
         STRING WS-FC-DATE-SHOW " " WS-FC-LABEL " "
             WS-FC-AMT-OUT-EDIT " " WS-FC-AMT-IN-EDIT " "
             WS-FC-NET-EDIT
             DELIMITED BY SIZE INTO FORECAST-LINE.

      * LINEAR LOOKUP OF WS-DIR-LOOKUP-BLZ IN THE DIRECTORY TABLE -
      * NAME AND BIC OF A HIT COME BACK IN WS-DIR-FOUND-NAME/-BIC.
       SEARCH-BLZ-DIRECTORY.
             PERFORM BENEF-CHANGE THRU BENEF-CHANGE-EXIT
           WHEN "D" WHEN "d"
             PERFORM BENEF-DELETE THRU BENEF-DELETE-EXIT
           WHEN "F" WHEN "f"
             PERFORM BENEF-CONFIRM-CHANGE
                 THRU BENEF-CONFIRM-CHANGE-EXIT
           WHEN "Q" WHEN "q"
             GO TO BENEF-MAINT-EXIT
           WHEN OTHER
             DISPLAY "INVALID FUNCTION - ENTER A, C, D, F, OR Q"
                 LINE 24 COL 5
         END-EVALUATE.
         GO TO BENEF-MAINT-LOOP.
         DISPLAY BENEF-DATA-SCREEN.
         ACCEPT BENEF-DATA-SCREEN.

      * A NEW BENEFICIARY'S BANK DETAILS ARE HELD FOR A SECOND
      * OPERATOR JUST AS A CHANGED ONE'S ARE - OTHERWISE DELETE AND
      * ADD UNDER THE SAME NUMBER WOULD GET ROUND THE CONFIRMATION.
      * THE MASTER IS WRITTEN WITHOUT THEM AND BENEF-CHANGE-BANK
      * JOURNALS THEM AS PENDING AGAINST EMPTY OLD DETAILS.
         MOVE WS-BENEF-KND-NR TO BEN-KND-NR.
         MOVE 0 TO WS-BCHG-OLD-BLZ.
         MOVE 0 TO WS-BCHG-OLD-KTO.
         MOVE SPACES TO WS-BCHG-OLD-IBAN.
         MOVE SPACES TO WS-BCHG-OLD-BIC.
         MOVE BEN-BLZ TO WS-BCHG-NEW-BLZ.
         MOVE BEN-KTO TO WS-BCHG-NEW-KTO.
         MOVE BEN-IBAN TO WS-BCHG-NEW-IBAN.
         MOVE BEN-BIC TO WS-BCHG-NEW-BIC.
         IF BEN-BLZ EQUAL 0 AND BEN-KTO EQUAL 0 AND
             BEN-IBAN EQUAL SPACES AND BEN-BIC EQUAL SPACES
           MOVE "N" TO WS-BCHG-KEYED
         ELSE
           MOVE "Y" TO WS-BCHG-KEYED
         END-IF.
         IF WS-BCHG-KEYED EQUAL "Y" AND
             WS-BENCHG-AVAILABLE NOT EQUAL "Y"
           DISPLAY "CHANGE JOURNAL UNAVAILABLE - BENEFICIARY NOT "
               "ADDED" LINE 24 COL 5
           GO TO BENEF-ADD-EXIT
         END-IF.

         MOVE 0 TO BEN-BLZ.
         MOVE 0 TO BEN-KTO.
         MOVE SPACES TO BEN-IBAN.
         MOVE SPACES TO BEN-BIC.
         WRITE BENEF-RECORD
           INVALID KEY
             DISPLAY "NOT ADDED (STATUS " WS-BENEF-STATUS ")"
                 LINE 24 COL 5
             GO TO BENEF-ADD-EXIT
           NOT INVALID KEY
             DISPLAY "BENEFICIARY ADDED" LINE 24 COL 5
         END-WRITE.

         IF WS-BCHG-KEYED EQUAL "Y"
           MOVE WS-BCHG-NEW-BLZ TO BEN-BLZ
           MOVE WS-BCHG-NEW-KTO TO BEN-KTO
           MOVE WS-BCHG-NEW-IBAN TO BEN-IBAN
           MOVE WS-BCHG-NEW-BIC TO BEN-BIC
           PERFORM BENEF-CHANGE-BANK THRU BENEF-CHANGE-BANK-EXIT
         END-IF.

       BENEF-ADD-EXIT.
         CONTINUE.

             GO TO BENEF-CHANGE-EXIT
         END-READ.

      * THE BANK FIELDS ARE NOT CHANGED HERE - A DIFFERENCE GOES TO
      * THE CHANGE JOURNAL AND WAITS FOR A SECOND OPERATOR (F), SO
      * NO ONE OPERATOR CAN REDIRECT A BENEFICIARY'S PAYMENTS. NAME
      * AND MANDATSSPERRE CHANGES STILL TAKE EFFECT AT ONCE.
         MOVE BEN-BLZ TO WS-BCHG-OLD-BLZ.
         MOVE BEN-KTO TO WS-BCHG-OLD-KTO.
         MOVE BEN-IBAN TO WS-BCHG-OLD-IBAN.
         MOVE BEN-BIC TO WS-BCHG-OLD-BIC.

         DISPLAY BENEF-DATA-SCREEN.
         ACCEPT BENEF-DATA-SCREEN.

         MOVE WS-BENEF-KND-NR TO BEN-KND-NR.
         IF BEN-BLZ NOT EQUAL WS-BCHG-OLD-BLZ OR
             BEN-KTO NOT EQUAL WS-BCHG-OLD-KTO OR
             BEN-IBAN NOT EQUAL WS-BCHG-OLD-IBAN OR
             BEN-BIC NOT EQUAL WS-BCHG-OLD-BIC
           PERFORM BENEF-CHANGE-BANK THRU BENEF-CHANGE-BANK-EXIT
           GO TO BENEF-CHANGE-EXIT
         END-IF.

         REWRITE BENEF-RECORD
           INVALID KEY
             DISPLAY "NOT CHANGED (STATUS " WS-BENEF-STATUS ")"
       BENEF-CHANGE-EXIT.
         CONTINUE.

      * BANK FIELDS KEYED DIFFERENTLY ON BENEF-CHANGE - THE MASTER
      * KEEPS ITS OLD BANK DETAILS AND THE NEW ONES ARE JOURNALLED AS
      * PENDING. ONLY ONE CHANGE MAY BE PENDING PER BENEFICIARY.
       BENEF-CHANGE-BANK.
         IF WS-BENCHG-AVAILABLE NOT EQUAL "Y"
           DISPLAY "CHANGE JOURNAL UNAVAILABLE - BANK DETAILS NOT "
               "CHANGED" LINE 24 COL 5
           GO TO BENEF-CHANGE-BANK-EXIT
         END-IF.

         PERFORM FIND-PENDING-BANK-CHANGE
             THRU FIND-PENDING-BANK-CHANGE-EXIT.
         IF WS-BCHG-FOUND EQUAL "Y"
           DISPLAY "A BANK-DETAIL CHANGE IS ALREADY PENDING - NOT "
               "CHANGED" LINE 24 COL 5
           GO TO BENEF-CHANGE-BANK-EXIT
         END-IF.

         MOVE BEN-BLZ TO WS-BCHG-NEW-BLZ.
         MOVE BEN-KTO TO WS-BCHG-NEW-KTO.
         MOVE BEN-IBAN TO WS-BCHG-NEW-IBAN.
         MOVE BEN-BIC TO WS-BCHG-NEW-BIC.
         MOVE WS-BCHG-OLD-BLZ TO BEN-BLZ.
         MOVE WS-BCHG-OLD-KTO TO BEN-KTO.
         MOVE WS-BCHG-OLD-IBAN TO BEN-IBAN.
         MOVE WS-BCHG-OLD-BIC TO BEN-BIC.
         REWRITE BENEF-RECORD
           INVALID KEY
             DISPLAY "NOT CHANGED (STATUS " WS-BENEF-STATUS ")"
                 LINE 24 COL 5
             GO TO BENEF-CHANGE-BANK-EXIT
         END-REWRITE.

         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE BEN-KND-NR TO BCH-KND-NR.
         MOVE WS-CURRENT-DATETIME(1:14) TO BCH-REQ-STAMP.
         MOVE "P" TO BCH-STATUS.
         MOVE WS-OPERATOR-ID TO BCH-REQ-BY.
         MOVE WS-BCHG-OLD-BLZ TO BCH-OLD-BLZ.
         MOVE WS-BCHG-OLD-KTO TO BCH-OLD-KTO.
         MOVE WS-BCHG-OLD-IBAN TO BCH-OLD-IBAN.
         MOVE WS-BCHG-OLD-BIC TO BCH-OLD-BIC.
         MOVE WS-BCHG-NEW-BLZ TO BCH-NEW-BLZ.
         MOVE WS-BCHG-NEW-KTO TO BCH-NEW-KTO.
         MOVE WS-BCHG-NEW-IBAN TO BCH-NEW-IBAN.
         MOVE WS-BCHG-NEW-BIC TO BCH-NEW-BIC.
         MOVE SPACES TO BCH-DONE-BY.
         MOVE SPACES TO BCH-DONE-STAMP.
         WRITE BENCHG-RECORD
           INVALID KEY
             DISPLAY "BANK-DETAIL CHANGE NOT RECORDED (STATUS "
                 WS-BENCHG-STATUS ")" LINE 24 COL 5
             GO TO BENEF-CHANGE-BANK-EXIT
         END-WRITE.

         MOVE "BENEF-BANKCHG" TO WS-SEC-ACTION.
         MOVE "REQUEST" TO WS-SEC-RESULT.
         MOVE BEN-KND-NR TO WS-SEC-DETAIL.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.
         DISPLAY "BANK DETAILS HELD - A SECOND OPERATOR MUST CONFIRM "
             "THEM (F)" LINE 24 COL 5.

       BENEF-CHANGE-BANK-EXIT.
         CONTINUE.

       BENEF-DELETE.
         MOVE WS-BENEF-KND-NR TO BEN-KND-NR.
         READ BENEF-FILE
             GO TO BENEF-DELETE-EXIT
         END-READ.

      * NOT WHILE A BANK-DETAIL CHANGE IS OPEN - THE SECOND OPERATOR
      * CONFIRMS OR REJECTS IT FIRST.
         IF WS-BENCHG-AVAILABLE EQUAL "Y"
           PERFORM FIND-PENDING-BANK-CHANGE
               THRU FIND-PENDING-BANK-CHANGE-EXIT
           IF WS-BCHG-FOUND EQUAL "Y"
             DISPLAY "A BANK-DETAIL CHANGE IS PENDING - CONFIRM OR "
                 "REJECT IT (F) FIRST" LINE 24 COL 5
             GO TO BENEF-DELETE-EXIT
           END-IF
         END-IF.

         DISPLAY "NAME: " BEN-NAME LINE 9 COL 5.
         MOVE " " TO WS-BENEF-CONFIRM.
         DISPLAY BENEF-DELETE-CONFIRM-SCREEN.
       BENEF-DELETE-EXIT.
         CONTINUE.

      * FUNCTION F - THE SECOND OPERATOR'S SIDE OF A BANK-DETAIL
      * CHANGE. THE OPERATOR WHO REQUESTED IT MAY NOT CONFIRM IT;
      * ON Y THE NEW VALUES GO ONTO THE MASTER, ON R THE CHANGE IS
      * DROPPED. EITHER WAY THE JOURNAL ENTRY IS CLOSED AND STAMPED.
       BENEF-CONFIRM-CHANGE.
         IF WS-BENCHG-AVAILABLE NOT EQUAL "Y"
           DISPLAY "CHANGE JOURNAL UNAVAILABLE" LINE 24 COL 5
           GO TO BENEF-CONFIRM-CHANGE-EXIT
         END-IF.

         MOVE WS-BENEF-KND-NR TO BEN-KND-NR.
         READ BENEF-FILE
           INVALID KEY
             DISPLAY "NOT ON FILE" LINE 24 COL 5
             GO TO BENEF-CONFIRM-CHANGE-EXIT
         END-READ.

         PERFORM FIND-PENDING-BANK-CHANGE
             THRU FIND-PENDING-BANK-CHANGE-EXIT.
         IF WS-BCHG-FOUND NOT EQUAL "Y"
           DISPLAY "NO BANK-DETAIL CHANGE PENDING" LINE 24 COL 5
           GO TO BENEF-CONFIRM-CHANGE-EXIT
         END-IF.

         IF BCH-REQ-BY EQUAL WS-OPERATOR-ID
           MOVE "BENEF-BANKCHG" TO WS-SEC-ACTION
           MOVE "DENIED" TO WS-SEC-RESULT
           MOVE BEN-KND-NR TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           DISPLAY "REQUESTED BY YOU - A DIFFERENT OPERATOR MUST "
               "CONFIRM IT" LINE 24 COL 5
           GO TO BENEF-CONFIRM-CHANGE-EXIT
         END-IF.

         MOVE " " TO WS-BCHG-ANSWER.
         DISPLAY BENCHG-CONFIRM-SCREEN.
         ACCEPT BENCHG-CONFIRM-SCREEN.

         IF WS-BCHG-ANSWER EQUAL "R" OR WS-BCHG-ANSWER EQUAL "r"
           MOVE "R" TO BCH-STATUS
           PERFORM STAMP-BANK-CHANGE
           MOVE "BENEF-BANKCHG" TO WS-SEC-ACTION
           MOVE "REJECTED" TO WS-SEC-RESULT
           MOVE BEN-KND-NR TO WS-SEC-DETAIL
           PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT
           DISPLAY "BANK-DETAIL CHANGE REJECTED" LINE 24 COL 5
           GO TO BENEF-CONFIRM-CHANGE-EXIT
         END-IF.

         IF WS-BCHG-ANSWER NOT EQUAL "Y" AND
             WS-BCHG-ANSWER NOT EQUAL "y"
           DISPLAY "CHANGE LEFT PENDING" LINE 24 COL 5
           GO TO BENEF-CONFIRM-CHANGE-EXIT
         END-IF.

         MOVE BCH-NEW-BLZ TO BEN-BLZ.
         MOVE BCH-NEW-KTO TO BEN-KTO.
         MOVE BCH-NEW-IBAN TO BEN-IBAN.
         MOVE BCH-NEW-BIC TO BEN-BIC.
         REWRITE BENEF-RECORD
           INVALID KEY
             DISPLAY "NOT CHANGED (STATUS " WS-BENEF-STATUS ")"
                 LINE 24 COL 5
             GO TO BENEF-CONFIRM-CHANGE-EXIT
         END-REWRITE.

         MOVE "C" TO BCH-STATUS.
         PERFORM STAMP-BANK-CHANGE.
         MOVE "BENEF-BANKCHG" TO WS-SEC-ACTION.
         MOVE "CONFIRM" TO WS-SEC-RESULT.
         MOVE BEN-KND-NR TO WS-SEC-DETAIL.
         PERFORM WRITE-SECURITY-LOG THRU WRITE-SECURITY-LOG-EXIT.
         DISPLAY "BANK DETAILS CHANGED - CONFIRMED" LINE 24 COL 5.
         PERFORM LOAD-RECENT-BANK-CHANGES
             THRU LOAD-RECENT-BANK-CHANGES-EXIT.

       BENEF-CONFIRM-CHANGE-EXIT.
         CONTINUE.

      * LEAVES THE PENDING JOURNAL ENTRY FOR WS-BENEF-KND-NR IN THE
      * RECORD AREA WITH WS-BCHG-FOUND "Y", OR "N" IF THERE IS NONE.
       FIND-PENDING-BANK-CHANGE.
         MOVE "N" TO WS-BCHG-FOUND.
         MOVE WS-BENEF-KND-NR TO BCH-KND-NR.
         MOVE LOW-VALUES TO BCH-REQ-STAMP.
         START BENCHG-FILE KEY NOT LESS THAN BCH-KEY
           INVALID KEY
             GO TO FIND-PENDING-BANK-CHANGE-EXIT
         END-START.

       FIND-PENDING-BANK-CHANGE-NEXT.
         READ BENCHG-FILE NEXT RECORD
           AT END
             GO TO FIND-PENDING-BANK-CHANGE-EXIT
         END-READ.
         IF BCH-KND-NR NOT EQUAL WS-BENEF-KND-NR
           GO TO FIND-PENDING-BANK-CHANGE-EXIT
         END-IF.
         IF BCH-STATUS EQUAL "P"
           MOVE "Y" TO WS-BCHG-FOUND
           GO TO FIND-PENDING-BANK-CHANGE-EXIT
         END-IF.
         GO TO FIND-PENDING-BANK-CHANGE-NEXT.

       FIND-PENDING-BANK-CHANGE-EXIT.
         CONTINUE.

      * CLOSES THE JOURNAL ENTRY IN THE RECORD AREA WITH THE STATUS
      * THE CALLER SET - WHO DECIDED, AND WHEN.
       STAMP-BANK-CHANGE.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-OPERATOR-ID TO BCH-DONE-BY.
         MOVE WS-CURRENT-DATETIME(1:14) TO BCH-DONE-STAMP.
         REWRITE BENCHG-RECORD
           INVALID KEY
             DISPLAY "WARNING: CHANGE JOURNAL NOT UPDATED (STATUS "
                 WS-BENCHG-STATUS ")" LINE 23 COL 5
         END-REWRITE.

      * THE NEW ACCOUNTS OF ALL CHANGES CONFIRMED WITHIN THE
      * COOLING-OFF WINDOW, FOR CHECK-ROW-BANK-CHANGE. A WINDOW OF
      * 0 DAYS LEAVES THE TABLE EMPTY, SO NOTHING IS EVER FLAGGED.
       LOAD-RECENT-BANK-CHANGES.
         MOVE 0 TO WS-BCHG-RECENT-COUNT.
         IF WS-BENCHG-AVAILABLE NOT EQUAL "Y" OR
             WS-BANKCHG-DAYS EQUAL 0
           GO TO LOAD-RECENT-BANK-CHANGES-EXIT
         END-IF.

         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
         MOVE WS-CURRENT-DATETIME(1:8) TO WS-YYYYMMDD.
         COMPUTE WS-BCHG-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).

         MOVE LOW-VALUES TO BCH-KEY.
         START BENCHG-FILE KEY NOT LESS THAN BCH-KEY
           INVALID KEY
             GO TO LOAD-RECENT-BANK-CHANGES-EXIT
         END-START.

       LOAD-RECENT-BANK-CHANGES-NEXT.
         READ BENCHG-FILE NEXT RECORD
           AT END
             GO TO LOAD-RECENT-BANK-CHANGES-EXIT
         END-READ.
         IF BCH-STATUS NOT EQUAL "C" OR
             BCH-DONE-STAMP(1:8) NOT NUMERIC
           GO TO LOAD-RECENT-BANK-CHANGES-NEXT
         END-IF.
         MOVE BCH-DONE-STAMP(1:8) TO WS-YYYYMMDD.
         COMPUTE WS-BCHG-CONF-INT =
             FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
         IF WS-BCHG-TODAY-INT - WS-BCHG-CONF-INT > WS-BANKCHG-DAYS
           GO TO LOAD-RECENT-BANK-CHANGES-NEXT
         END-IF.
         IF WS-BCHG-RECENT-COUNT NOT LESS THAN WS-MAX-BCHG-RECENT
           STRING "BENCHG.DAT: TOO MANY RECENT CHANGES - REST NOT "
               "FLAGGED" DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM SHOW-MESSAGE
           GO TO LOAD-RECENT-BANK-CHANGES-EXIT
         END-IF.
         ADD 1 TO WS-BCHG-RECENT-COUNT.
         SET WS-BCR-IDX TO WS-BCHG-RECENT-COUNT.
         MOVE BCH-NEW-BLZ TO BCR-BLZ(WS-BCR-IDX).
         MOVE BCH-NEW-KTO TO BCR-KTO(WS-BCR-IDX).
         MOVE BCH-NEW-IBAN TO BCR-IBAN(WS-BCR-IDX).
         MOVE WS-YYYYMMDD TO BCR-DATUM(WS-BCR-IDX).
         GO TO LOAD-RECENT-BANK-CHANGES-NEXT.

       LOAD-RECENT-BANK-CHANGES-EXIT.
         CONTINUE.

      * "Y" IN WS-BCHG-HIT WHEN THE ROW IN WS-C-SATZ/WS-SEPA-FIELDS
      * PAYS AN ACCOUNT ON THE RECENT TABLE - BY BLZ+KONTO OR BY
      * IBAN, SO FREE-KEYED ROWS ARE CAUGHT AS WELL AS MASTER ONES.
       CHECK-ROW-BANK-CHANGE.
         MOVE "N" TO WS-BCHG-HIT.
         PERFORM VARYING WS-BCR-IDX FROM 1 BY 1
             UNTIL WS-BCR-IDX > WS-BCHG-RECENT-COUNT
           IF (BCR-KTO(WS-BCR-IDX) NOT EQUAL 0 AND
               BCR-BLZ(WS-BCR-IDX) EQUAL
                 BLZ-BEGUENSTIGTER IN WS-C-SATZ AND
               BCR-KTO(WS-BCR-IDX) EQUAL
                 KTO-BEGUENSTIGTER IN WS-C-SATZ) OR
              (BCR-IBAN(WS-BCR-IDX) NOT EQUAL SPACES AND
               BCR-IBAN(WS-BCR-IDX) EQUAL
                 IBAN-BEGUENSTIGTER IN WS-SEPA-FIELDS)
             MOVE "Y" TO WS-BCHG-HIT
             MOVE BCR-DATUM(WS-BCR-IDX) TO WS-BCHG-HIT-DATUM
           END-IF
         END-PERFORM.

      * NUMBER OF ACTIVE ROWS OF THE BATCH THAT CHECK-ROW-BANK-CHANGE
      * FLAGS, ACROSS ALL PARTS.
       COUNT-BANK-CHANGE-ROWS.
         MOVE 0 TO WS-BCHG-ROW-COUNT.
         PERFORM VARYING WS-C-IDX FROM 1 BY 1
             UNTIL WS-C-IDX > WS-C-SATZ-COUNT
           PERFORM GET-BATCH-ROW
           IF WS-ROW-ACTIVE EQUAL "Y"
             PERFORM CHECK-ROW-BANK-CHANGE
             IF WS-BCHG-HIT EQUAL "Y"
               ADD 1 TO WS-BCHG-ROW-COUNT
             END-IF
           END-IF
         END-PERFORM.

      * ADD/CHANGE MAINTENANCE ON THE SEPA MANDATE MASTER, REACHED
      * FROM THE STARTUP MODE MENU.
       MANDATE-MAINT.
         IF WS-MANDATE-AVAILABLE NOT EQUAL "Y"
           DISPLAY "SEPA MANDATE MASTER UNAVAILABLE" LINE 24 COL 5
           GO TO MANDATE-MAINT-EXIT
         END-IF.

       MANDATE-MAINT-LOOP.
         MOVE " " TO WS-MNDT-FUNC.
         DISPLAY MANDATE-MAINT-SCREEN.
         ACCEPT MANDATE-MAINT-SCREEN.

         EVALUATE WS-MNDT-FUNC
           WHEN "A" WHEN "a"
             PERFORM MANDATE-ADD THRU MANDATE-ADD-EXIT
           WHEN "C" WHEN "c"
             PERFORM MANDATE-CHANGE THRU MANDATE-CHANGE-EXIT
           WHEN "Q" WHEN "q"
             GO TO MANDATE-MAINT-EXIT
           WHEN OTHER
             DISPLAY "INVALID FUNCTION - ENTER A, C, OR Q"
                 LINE 24 COL 5
         END-EVALUATE.
         GO TO MANDATE-MAINT-LOOP.

       MANDATE-MAINT-EXIT.
         CONTINUE.

       MANDATE-ADD.
         IF WS-MNDT-MAINT-REF EQUAL SPACES
           DISPLAY "MANDATSREFERENZ REQUIRED" LINE 24 COL 5
           GO TO MANDATE-ADD-EXIT
         END-IF.
         MOVE WS-MNDT-MAINT-REF TO MND-REF.
         READ MANDATE-FILE
           NOT INVALID KEY
             DISPLAY "ALREADY ON FILE - USE C TO CHANGE IT"
                 LINE 24 COL 5
             GO TO MANDATE-ADD-EXIT
         END-READ.

         MOVE 0 TO MND-KND-NR.
         MOVE 0 TO MND-SIGN-DT.
         MOVE "R" TO MND-TYP.
         MOVE "FRST" TO MND-SEQ-TP.
         MOVE "A" TO MND-STATUS.
         MOVE 0 TO MND-ANZAHL.
         MOVE 0 TO MND-LAST-DT.
         MOVE SPACES TO MND-GRUND.

       MANDATE-ADD-SCREEN.
         DISPLAY MANDATE-DATA-SCREEN.
         ACCEPT MANDATE-DATA-SCREEN.
         PERFORM CHECK-MANDATE-DATA.
         IF WS-MNDT-UPD-OK NOT EQUAL "Y"
           GO TO MANDATE-ADD-SCREEN
         END-IF.

         MOVE WS-MNDT-MAINT-REF TO MND-REF.
         WRITE MANDATE-RECORD
           INVALID KEY
             DISPLAY "NOT ADDED (STATUS " WS-MANDATE-STATUS ")"
                 LINE 24 COL 5
           NOT INVALID KEY
             DISPLAY "MANDATE ADDED" LINE 24 COL 5
         END-WRITE.

       MANDATE-ADD-EXIT.
         CONTINUE.

       MANDATE-CHANGE.
         MOVE WS-MNDT-MAINT-REF TO MND-REF.
         READ MANDATE-FILE
           INVALID KEY
             DISPLAY "NOT ON FILE - USE A TO ADD IT" LINE 24 COL 5
             GO TO MANDATE-CHANGE-EXIT
         END-READ.

       MANDATE-CHANGE-SCREEN.
         DISPLAY MANDATE-DATA-SCREEN.
         ACCEPT MANDATE-DATA-SCREEN.
         PERFORM CHECK-MANDATE-DATA.
         IF WS-MNDT-UPD-OK NOT EQUAL "Y"
           GO TO MANDATE-CHANGE-SCREEN
         END-IF.

         MOVE WS-MNDT-MAINT-REF TO MND-REF.
         REWRITE MANDATE-RECORD
           INVALID KEY
             DISPLAY "NOT CHANGED (STATUS " WS-MANDATE-STATUS ")"
                 LINE 24 COL 5
           NOT INVALID KEY
             DISPLAY "MANDATE CHANGED" LINE 24 COL 5
         END-REWRITE.

       MANDATE-CHANGE-EXIT.
         CONTINUE.

      * PLAUSIBILITY OF A MAINTAINED MANDATE RECORD - SAME DATE RANGES
      * AS THE ENTRY SCREEN, AND ONLY THE CODES THE COLLECTION LOGIC
      * KNOWS.
       CHECK-MANDATE-DATA.
         MOVE "Y" TO WS-MNDT-UPD-OK.
         MOVE MND-SIGN-DT TO WS-MNDT-DT-X.
         IF WS-MNDT-DT-X(1:2) < "01" OR WS-MNDT-DT-X(1:2) > "31" OR
             WS-MNDT-DT-X(3:2) < "01" OR WS-MNDT-DT-X(3:2) > "12" OR
             WS-MNDT-DT-X(5:4) < "1900"
           MOVE "N" TO WS-MNDT-UPD-OK
           DISPLAY "UNTERSCHRIFTSDATUM INVALID - ENTER DDMMYYYY"
               LINE 24 COL 5
         END-IF.
         IF MND-TYP NOT EQUAL "R" AND MND-TYP NOT EQUAL "O"
           MOVE "N" TO WS-MNDT-UPD-OK
           DISPLAY "MANDATSART MUST BE R OR O" LINE 24 COL 5
         END-IF.
         IF MND-STATUS NOT EQUAL "A" AND MND-STATUS NOT EQUAL "C" AND
             MND-STATUS NOT EQUAL "F"
           MOVE "N" TO WS-MNDT-UPD-OK
           DISPLAY "STATUS MUST BE A, C OR F" LINE 24 COL 5
         END-IF.
         MOVE "N" TO WS-MNDT-STATE.
         PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1 UNTIL WS-SEQ-IDX > 4
           IF MND-SEQ-TP EQUAL WS-SEQ-TYPE(WS-SEQ-IDX)
             MOVE "Y" TO WS-MNDT-STATE
           END-IF
         END-PERFORM.
         IF WS-MNDT-STATE NOT EQUAL "Y"
           MOVE "N" TO WS-MNDT-UPD-OK
           DISPLAY "SEQUENZTYP MUST BE FRST, RCUR, FNAL OR OOFF"
               LINE 24 COL 5
         END-IF.


       
