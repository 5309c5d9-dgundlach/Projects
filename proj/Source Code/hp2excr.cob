IDENTIFICATION DIVISION.
PROGRAM-ID.         HP2EXCR.
DATE-WRITTEN.       10/15/2026.
AUTHOR.             DAVID POWELL,  MMfab, Inc.
**
**   Morning stdlist exception report -- every job whose converted
**   $STDLIST shows it did not work, off the RTFEXCP file HP2RTF
**   writes as it converts (see 1600-CHECK-EXCEPTIONS over there):
**   aborts, programs terminated in an error state, CI errors,
**   listings that never reached their :EOJ, and the site trigger
**   phrases kept in RTFTRIG.  Operations reads this instead of
**   opening every converted document to see whether the job ran.
**
**   One block per failed job -- job name, author, when it was
**   converted and into what -- with its RTFCAT key, checked
**   against the catalog, so HP2CATI (DATE1/DATE2 on that date,
**   JOBNAME on that job) goes straight to the converted copy; then
**   one line per hit with its page and line in the spool file and
**   the offending text.
**
**   Selection comes from EXCPARM, hand-maintained keyword lines in
**   the same style as HP2CATR's RPTPARM, and like RPTPARM the file
**   is optional:
**
**     DATE1     yyyymmdd -- on or after (default yesterday, so a
**               run first thing in the morning takes in the whole
**               night across midnight)
**     DATE2     yyyymmdd -- on or before (default today)
**
**   The report goes to the EXCREPT file (132-column print lines,
**   rebuilt each run).  The count of failed jobs goes out in the
**   RTF_EXCP_RC JCW so the job stream can page the on-call operator
**   on anything nonzero -- this is the one place the whole night's
**   hits come together, streams and all, where each HP2RTF run's
**   own RTF_EXCP_HITS only covers that one job.
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  EXCPARM-FILE    ASSIGN  "EXCPARM"
                            FILE STATUS  EXCPARM-FILE-STATUS.
    SELECT  EXCP-FILE       ASSIGN  "RTFEXCP"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  EXC-KEY
                            FILE STATUS  EXCP-FILE-STATUS.
    SELECT  RTFCAT-FILE     ASSIGN  "RTFCAT"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  CAT-KEY
                            FILE STATUS  RTFCAT-FILE-STATUS.
    SELECT  EXCREPT-FILE    ASSIGN  "EXCREPT"
                            FILE STATUS  EXCREPT-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

FD  EXCPARM-FILE    RECORD  CONTAINS  80  CHARACTERS.
01  EXCPARM-REC.
    05  EXCPARM-KEYWORD         PIC  X(08).
    05  F                       PIC  X(02).
    05  EXCPARM-VALUE           PIC  X(70).

**   Exception record layout -- keep in step with the copy in
**   HP2RTF.
FD  EXCP-FILE       RECORD  CONTAINS  240  CHARACTERS.
01  EXCP-REC.
    05  EXC-KEY.
        10  EXC-CAT-KEY.
            15  EXC-DATE        PIC  9(08).
            15  EXC-TIME        PIC  9(06).
            15  EXC-SEQ         PIC  9(04).
        10  EXC-HIT-SEQ         PIC  9(04).
    05  EXC-CATALOGED           PIC  X(01).
        88  EXC-IS-CATALOGED              VALUE  "Y".
    05  EXC-KIND                PIC  X(04).
    05  EXC-JOB-NAME            PIC  X(26).
    05  EXC-AUTHOR              PIC  X(26).
    05  EXC-PAGE                PIC  9(07).
    05  EXC-LINE                PIC  9(09).
    05  EXC-IN-NAME             PIC  X(36).
    05  EXC-OUT-NAME            PIC  X(36).
    05  EXC-TEXT                PIC  X(60).
    05  F                       PIC  X(13).

**   Catalog record layout -- keep in step with the copies in
**   HP2RTF and HP2CATI.
FD  RTFCAT-FILE     RECORD  CONTAINS  200  CHARACTERS.
01  RTFCAT-REC.
    05  CAT-KEY.
        10  CAT-DATE            PIC  9(08).
        10  CAT-TIME            PIC  9(06).
        10  CAT-SEQ             PIC  9(04).
    05  CAT-IN-NAME             PIC  X(36).
    05  CAT-OUT-NAME            PIC  X(36).
    05  CAT-MODE                PIC  X(01).
    05  CAT-JOB-NAME            PIC  X(26).
    05  CAT-AUTHOR              PIC  X(26).
    05  CAT-PAGES               PIC  9(07).
    05  CAT-RECS                PIC  9(09).
    05  CAT-ERRORS              PIC  9(05).
**   Set by the REDACT masking -- Y when any rule masked text in
**   the document, and how many masks it put down.
    05  CAT-REDACTED            PIC  X(01).
        88  CAT-IS-REDACTED               VALUE  "Y".
    05  CAT-MASK-CNT            PIC  9(07).
**   Fixity seal -- HP2RTF's checksum of the document as written
**   (see 0075-SEAL-DOCUMENT there), rechecked by HP2FIXA.  Records
**   cataloged before the seal existed have spaces here.
    05  CAT-FIX-SEALED          PIC  X(01).
        88  CAT-IS-SEALED                 VALUE  "Y".
    05  CAT-FIX-SUM             PIC  9(10).
    05  CAT-FIX-BYTES           PIC  9(10).
**   Spare -- room to grow without another catalog reload.
    05  F                       PIC  X(07).

FD  EXCREPT-FILE    RECORD  CONTAINS  132  CHARACTERS.
01  EXCREPT-REC             PIC  X(132).

WORKING-STORAGE SECTION.
77  EXCPARM-FILE-STATUS      PIC  X(02).
77  EXCP-FILE-STATUS         PIC  X(02).
77  RTFCAT-FILE-STATUS       PIC  X(02).
77  EXCREPT-FILE-STATUS      PIC  X(02).

01  EXC-PARMS.
    05  EXC-DATE1            PIC  9(08)  VALUE  0.
    05  EXC-DATE2            PIC  9(08)  VALUE  0.

**   No RTFCAT just means the catalog column says so -- the hits
**   themselves still print.
77  CAT-OPEN-SW              PIC  X(01)  VALUE  "N".
    88  CAT-OPEN                          VALUE  "Y".
    88  CAT-NOT-OPEN                      VALUE  "N".

**   The job block being printed -- a change of catalog key or
**   output name starts the next one.
77  PREV-CAT-KEY             PIC  X(18)  VALUE  SPACES.
77  PREV-OUT-NAME            PIC  X(36)  VALUE  SPACES.

77  FAILED-JOB-CNT           PIC S9(09)  COMP  VALUE  0.
77  HIT-CNT                  PIC S9(09)  COMP  VALUE  0.
77  EXCP-RC-VAR-NAME         PIC  X(11)  VALUE  "RTF_EXCP_RC".

**   Print lines.
01  RPT-HEAD-LINE.
    05  F                    PIC  X(34)  VALUE
        "HP2RTF STDLIST EXCEPTION REPORT   ".
    05  RPT-H-DATE1          PIC  9(08).
    05  F                    PIC  X(03)  VALUE  " - ".
    05  RPT-H-DATE2          PIC  9(08).
    05  F                    PIC  X(09)  VALUE  "  RUN ON ".
    05  RPT-H-RUN            PIC  9(08).
    05  F                    PIC  X(62)  VALUE  SPACES.
01  RPT-JOB-LINE.
    05  F                    PIC  X(05)  VALUE  "JOB  ".
    05  RPT-J-NAME           PIC  X(26).
    05  F                    PIC  X(10)  VALUE  "  AUTHOR  ".
    05  RPT-J-AUTHOR         PIC  X(26).
    05  F                    PIC  X(11)  VALUE  "  CONVERTED".
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-J-DATE           PIC  9(08).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-J-TIME           PIC  9(06).
    05  F                    PIC  X(38)  VALUE  SPACES.
01  RPT-CAT-LINE.
    05  F                    PIC  X(05)  VALUE  SPACES.
    05  F                    PIC  X(08)  VALUE  "OUTPUT  ".
    05  RPT-C-OUT-NAME       PIC  X(36).
    05  F                    PIC  X(10)  VALUE  "  RTFCAT  ".
    05  RPT-C-KEY-DATE       PIC  9(08).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-C-KEY-TIME       PIC  9(06).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-C-KEY-SEQ        PIC  9(04).
    05  F                    PIC  X(02)  VALUE  SPACES.
    05  RPT-C-STATE          PIC  X(30).
    05  F                    PIC  X(21)  VALUE  SPACES.
01  RPT-HIT-LINE.
    05  F                    PIC  X(07)  VALUE  SPACES.
    05  RPT-X-KIND           PIC  X(14).
    05  F                    PIC  X(06)  VALUE  "  PAGE".
    05  RPT-X-PAGE           PIC  ZZZ,ZZ9.
    05  F                    PIC  X(06)  VALUE  "  LINE".
    05  RPT-X-LINE           PIC  ZZ,ZZZ,ZZ9.
    05  F                    PIC  X(02)  VALUE  SPACES.
    05  RPT-X-TEXT           PIC  X(60).
    05  F                    PIC  X(20)  VALUE  SPACES.
01  RPT-TEXT-LINE.
    05  RPT-T-TEXT           PIC  X(60).
    05  F                    PIC  X(72)  VALUE  SPACES.
01  RPT-TOTAL-LINE.
    05  F                    PIC  X(13)  VALUE  "FAILED JOBS: ".
    05  RPT-T-JOBS           PIC  ZZZ,ZZ9.
    05  F                    PIC  X(09)  VALUE  "   HITS: ".
    05  RPT-T-HITS           PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(94)  VALUE  SPACES.

**   Run date off ACCEPT FROM DATE, windowed the shop way -- see
**   0070-WRITE-CATALOG over in HP2RTF.
01  RUN-DATE-FIELDS.
    05  RUN-WORK-DATE        PIC  9(06).
    05  F  REDEFINES  RUN-WORK-DATE.
        10  RUN-WORK-YY      PIC  9(02).
        10  F                PIC  9(04).
    05  RUN-DATE             PIC  9(08).

**   Date-minus-days working fields for 9100-DATE-MINUS-DAYS --
**   keep in step with the copy in HP2CATM.
01  DMD-FIELDS.
    05  DMD-DATE             PIC  9(08).
    05  F  REDEFINES  DMD-DATE.
        10  DMD-YEAR         PIC  9(04).
        10  DMD-MONTH        PIC  9(02).
        10  DMD-DAY          PIC  9(02).
    05  DMD-DAYS             PIC S9(09)  COMP.
    05  DMD-REMAIN           PIC S9(09)  COMP.
    05  DMD-MONTH-LEN        PIC S9(09)  COMP.
    05  DMD-QUOT             PIC S9(09)  COMP.
    05  DMD-REM4             PIC S9(09)  COMP.
    05  DMD-REM100           PIC S9(09)  COMP.
    05  DMD-REM400           PIC S9(09)  COMP.
01  DMD-MONTH-TABLE-VALUES.
    05  F                    PIC  X(24)  VALUE
        "312831303130313130313031".
01  F  REDEFINES  DMD-MONTH-TABLE-VALUES.
    05  DMD-MONTH-DAYS       OCCURS  12  TIMES  PIC  9(02).

01  GETVAR-FIELDS.
    05  GETVAR-MAX-LEN          PIC S9(09)  COMP.
    05  GETVAR-LEN              PIC S9(09)  COMP.
    05  GETVAR-STATUS-X.
        09  GETVAR-ERROR        PIC S9(04)  COMP.
        09  GETVAR-SUBSYS       PIC S9(04)  COMP.
    05  F       REDEFINES   GETVAR-STATUS-X     PIC  X(04).
        88  GETVAR-OK         VALUE  LOW-VALUES.
$DEFINE  %PUTVARINT=
$CONTROL  LOCOFF
     CALL  INTRINSIC  "HPCIPUTVAR"  USING  !1,  GETVAR-STATUS-X
                                           \1\, !2
$CONTROL  LOCON
         #
**
**************************************************
**************************************************
**
 PROCEDURE  DIVISION.
 0000-MAIN-RTN               SECTION.
     ACCEPT  RUN-WORK-DATE       FROM  DATE.
     IF  RUN-WORK-YY         <   70
         COMPUTE  RUN-DATE   =   20000000  +  RUN-WORK-DATE
     ELSE
         COMPUTE  RUN-DATE   =   19000000  +  RUN-WORK-DATE.
     MOVE  RUN-DATE              TO  EXC-DATE2  DMD-DATE.
     MOVE  1                     TO  DMD-DAYS.
     PERFORM  9100-DATE-MINUS-DAYS.
     MOVE  DMD-DATE              TO  EXC-DATE1.
     PERFORM  0010-READ-PARMS.
     PERFORM  0100-WALK-EXCEPTIONS.
     %PUTVARINT(EXCP-RC-VAR-NAME#,FAILED-JOB-CNT#)
     DISPLAY  "HP2EXCR: "  FAILED-JOB-CNT  " FAILED JOB(S), "
              HIT-CNT  " HIT(S), "  EXC-DATE1  " - "  EXC-DATE2.
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
*************************************
**
 0010-READ-PARMS             SECTION.
**   Load EXCPARM -- optional like RPTPARM; the defaults cover last
**   night.
     OPEN  INPUT     EXCPARM-FILE.
     IF  EXCPARM-FILE-STATUS     <>  "00"
         DISPLAY  "HP2EXCR: NO EXCPARM FILE -- REPORTING YESTERDAY "
                  "AND TODAY"
         GO TO  0010-READ-PARMS-X.
 0010-PARM-NEXT.
     READ  EXCPARM-FILE
         AT  END
             GO TO  0010-PARM-DONE.
     IF  EXCPARM-REC         =   SPACES
         GO TO  0010-PARM-NEXT.
     IF  EXCPARM-KEYWORD     =   "DATE1"
         IF  EXCPARM-VALUE(1:8)  IS  NUMERIC
             MOVE  EXCPARM-VALUE(1:8)    TO  EXC-DATE1
         ELSE
             DISPLAY  "HP2EXCR: DATE1 IS NOT YYYYMMDD -- IGNORED"
         END-IF
     ELSE,  IF  EXCPARM-KEYWORD     =   "DATE2"
         IF  EXCPARM-VALUE(1:8)  IS  NUMERIC
             MOVE  EXCPARM-VALUE(1:8)    TO  EXC-DATE2
         ELSE
             DISPLAY  "HP2EXCR: DATE2 IS NOT YYYYMMDD -- IGNORED"
         END-IF
     ELSE
         DISPLAY  "HP2EXCR: UNKNOWN EXCPARM KEYWORD '"
                  EXCPARM-KEYWORD  "' -- LINE IGNORED".
     GO TO  0010-PARM-NEXT.
 0010-PARM-DONE.
     CLOSE  EXCPARM-FILE.
 0010-READ-PARMS-X.  EXIT.
**
*************************************
**
 0100-WALK-EXCEPTIONS        SECTION.
**   One START at DATE1, READ NEXTs until past DATE2 -- the same
**   walk as HP2CATI.  The key leads with the document's catalog
**   key, so each job's hits come together, in the order they
**   were found.
     OPEN  INPUT     EXCP-FILE.
     IF  EXCP-FILE-STATUS        <>  "00"
         DISPLAY  "HP2EXCR: COULD NOT OPEN RTFEXCP; STATUS = "
                  EXCP-FILE-STATUS
         DISPLAY  "HP2EXCR: EQUATE THE EXCEPTION FILE HP2RTF WRITES "
                  "TO THIS JOB AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     OPEN  INPUT     RTFCAT-FILE.
     IF  RTFCAT-FILE-STATUS      =   "00"
         SET  CAT-OPEN               TO  TRUE
     ELSE
         DISPLAY  "HP2EXCR: NO RTFCAT FILE (STATUS "
                  RTFCAT-FILE-STATUS  ") -- CATALOG KEYS NOT CHECKED".
     OPEN  OUTPUT    EXCREPT-FILE.
     IF  EXCREPT-FILE-STATUS     <>  "00"
         DISPLAY  "HP2EXCR: COULD NOT OPEN EXCREPT; STATUS = "
                  EXCREPT-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  EXC-DATE1             TO  RPT-H-DATE1.
     MOVE  EXC-DATE2             TO  RPT-H-DATE2.
     MOVE  RUN-DATE              TO  RPT-H-RUN.
     MOVE  RPT-HEAD-LINE         TO  EXCREPT-REC.
     WRITE  EXCREPT-REC.
     PERFORM  0230-WRITE-BLANK.

     MOVE  EXC-DATE1             TO  EXC-DATE.
     MOVE  0                     TO  EXC-TIME  EXC-SEQ  EXC-HIT-SEQ.
     START  EXCP-FILE  KEY  NOT  <  EXC-KEY
         INVALID  KEY
             GO TO  0100-WALK-DONE.
 0100-WALK-NEXT.
     READ  EXCP-FILE  NEXT  RECORD
         AT  END
             GO TO  0100-WALK-DONE.
     IF  EXC-DATE            >   EXC-DATE2
         GO TO  0100-WALK-DONE.
     IF  ( EXC-CAT-KEY   <>  PREV-CAT-KEY )
     OR  ( EXC-OUT-NAME  <>  PREV-OUT-NAME )
         PERFORM  0110-PRINT-JOB.
     PERFORM  0120-PRINT-HIT.
     GO TO  0100-WALK-NEXT.
 0100-WALK-DONE.
     IF  FAILED-JOB-CNT      =   0
         MOVE  SPACES                TO  RPT-TEXT-LINE
         MOVE  "NO STDLIST EXCEPTIONS IN THE DATE RANGE"
                                     TO  RPT-T-TEXT
         MOVE  RPT-TEXT-LINE         TO  EXCREPT-REC
         WRITE  EXCREPT-REC.
     PERFORM  0230-WRITE-BLANK.
     MOVE  FAILED-JOB-CNT        TO  RPT-T-JOBS.
     MOVE  HIT-CNT               TO  RPT-T-HITS.
     MOVE  RPT-TOTAL-LINE        TO  EXCREPT-REC.
     WRITE  EXCREPT-REC.
     CLOSE  EXCP-FILE
            EXCREPT-FILE.
     IF  CAT-OPEN
         CLOSE  RTFCAT-FILE.
 0100-WALK-EXCEPTIONS-X.  EXIT.
**
*************************************
**
 0110-PRINT-JOB              SECTION.
**   A new failed job -- its heading line, then its output name and
**   catalog key with whether the catalog still has that entry (an
**   entry HP2CATM has since archived reads as gone from RTFCAT).
     MOVE  EXC-CAT-KEY           TO  PREV-CAT-KEY.
     MOVE  EXC-OUT-NAME          TO  PREV-OUT-NAME.
     ADD   1                     TO  FAILED-JOB-CNT.
     PERFORM  0230-WRITE-BLANK.
     MOVE  EXC-JOB-NAME          TO  RPT-J-NAME.
     MOVE  EXC-AUTHOR            TO  RPT-J-AUTHOR.
     MOVE  EXC-DATE              TO  RPT-J-DATE.
     MOVE  EXC-TIME              TO  RPT-J-TIME.
     MOVE  RPT-JOB-LINE          TO  EXCREPT-REC.
     WRITE  EXCREPT-REC.
     MOVE  EXC-OUT-NAME          TO  RPT-C-OUT-NAME.
     MOVE  EXC-DATE              TO  RPT-C-KEY-DATE.
     MOVE  EXC-TIME              TO  RPT-C-KEY-TIME.
     MOVE  EXC-SEQ               TO  RPT-C-KEY-SEQ.
     IF  NOT  EXC-IS-CATALOGED
         MOVE  "NOT CATALOGED"           TO  RPT-C-STATE
     ELSE,  IF  CAT-NOT-OPEN
         MOVE  "CATALOG NOT CHECKED"     TO  RPT-C-STATE
     ELSE
         GO TO  0110-LOOK-UP-CATALOG.
     GO TO  0110-PRINT-CAT-LINE.
 0110-LOOK-UP-CATALOG.
     MOVE  EXC-CAT-KEY           TO  CAT-KEY.
     READ  RTFCAT-FILE  RECORD  KEY  IS  CAT-KEY
         INVALID  KEY
             MOVE  "NO LONGER IN RTFCAT"     TO  RPT-C-STATE
             GO TO  0110-PRINT-CAT-LINE.
     MOVE  "CATALOG ENTRY FOUND"     TO  RPT-C-STATE.
 0110-PRINT-CAT-LINE.
     MOVE  RPT-CAT-LINE          TO  EXCREPT-REC.
     WRITE  EXCREPT-REC.
 0110-PRINT-JOB-X.  EXIT.
**
*************************************
**
 0120-PRINT-HIT              SECTION.
     ADD   1                     TO  HIT-CNT.
     IF  EXC-KIND            =   "ABRT"
         MOVE  "ABORT"               TO  RPT-X-KIND
     ELSE,  IF  EXC-KIND            =   "TERM"
         MOVE  "ERROR STATE"         TO  RPT-X-KIND
     ELSE,  IF  EXC-KIND            =   "CIER"
         MOVE  "CI ERROR"            TO  RPT-X-KIND
     ELSE,  IF  EXC-KIND            =   "NEOJ"
         MOVE  "NO :EOJ"             TO  RPT-X-KIND
     ELSE,  IF  EXC-KIND            =   "TRIG"
         MOVE  "TRIGGER PHRASE"      TO  RPT-X-KIND
     ELSE,  IF  EXC-KIND            =   "MORE"
         MOVE  "(MORE)"              TO  RPT-X-KIND
     ELSE
         MOVE  EXC-KIND              TO  RPT-X-KIND.
     MOVE  EXC-PAGE              TO  RPT-X-PAGE.
     MOVE  EXC-LINE              TO  RPT-X-LINE.
     MOVE  EXC-TEXT              TO  RPT-X-TEXT.
     MOVE  RPT-HIT-LINE          TO  EXCREPT-REC.
     WRITE  EXCREPT-REC.
 0120-PRINT-HIT-X.  EXIT.
**
*************************************
**
 0230-WRITE-BLANK            SECTION.
     MOVE  SPACES                TO  EXCREPT-REC.
     WRITE  EXCREPT-REC.
 0230-WRITE-BLANK-X.  EXIT.
**
*************************************
**
 9100-DATE-MINUS-DAYS        SECTION.
**   Move DMD-DATE (yyyymmdd) DMD-DAYS days into the past -- the
**   same month-borrowing walk as HP2CATM's; keep the two in step.
     MOVE  DMD-DAYS              TO  DMD-REMAIN.
 9100-BORROW-NEXT.
     IF  DMD-REMAIN          <=  0
         GO TO  9100-DATE-MINUS-DAYS-X.
     IF  DMD-DAY             >   DMD-REMAIN
         SUBTRACT  DMD-REMAIN    FROM  DMD-DAY
         GO TO  9100-DATE-MINUS-DAYS-X.
     SUBTRACT  DMD-DAY           FROM  DMD-REMAIN.
     IF  DMD-MONTH           =   1
         MOVE  12                TO  DMD-MONTH
         SUBTRACT  1             FROM  DMD-YEAR
     ELSE
         SUBTRACT  1             FROM  DMD-MONTH.
     MOVE  DMD-MONTH-DAYS(DMD-MONTH)     TO  DMD-MONTH-LEN.
     IF  DMD-MONTH           =   2
         DIVIDE  DMD-YEAR  BY  4    GIVING  DMD-QUOT
                                    REMAINDER  DMD-REM4
         DIVIDE  DMD-YEAR  BY  100  GIVING  DMD-QUOT
                                    REMAINDER  DMD-REM100
         DIVIDE  DMD-YEAR  BY  400  GIVING  DMD-QUOT
                                    REMAINDER  DMD-REM400
         IF  ( DMD-REM4  =  0 )
         AND ( ( DMD-REM100  <>  0 )  OR  ( DMD-REM400  =  0 ) )
             MOVE  29            TO  DMD-MONTH-LEN
         END-IF.
     MOVE  DMD-MONTH-LEN         TO  DMD-DAY.
     GO TO  9100-BORROW-NEXT.
 9100-DATE-MINUS-DAYS-X.  EXIT.
