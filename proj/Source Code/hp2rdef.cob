IDENTIFICATION DIVISION.
PROGRAM-ID.         HP2RDEF.
DATE-WRITTEN.       10/15/2026.
AUTHOR.             DAVID POWELL,  MMfab, Inc.
**
**   Maintenance for the report-definition master file RPTDEF --
**   one keyed record per report, keyed by its job-name pattern
**   (trailing @ matches the rest, the same rule as everywhere
**   else), holding everything about the report that used to be
**   spread over SCANPARM, RETPARM, ROUTPARM, RTFLAYT, FORMDEF ids
**   and a handful of session JCWs:
**
**     output mode (RTF, HTML, DATA or PDF), table of contents,
**     wrap column, extraction layout file, forms overlay id,
**     output-name prefix, retention days, up to four delivery
**     routes, and who owns the report
**
**   HP2SCAN, HP2RTF, HP2CATM and HP2DIST all read it; see the
**   RPTDEF comments in each.  Where more than one pattern fits a
**   job name, the one with the longest literal part wins (an exact
**   name beating a pattern of the same length), so the specific
**   definitions never depend on where they sort.
**
**   Changes come in on RDEFTRAN, hand-maintained keyword lines in
**   the SCANPARM style.  An ADD, CHANGE, DELETE or LIST line opens
**   a transaction, and the attribute lines under an ADD or CHANGE
**   (up to the next one of those four, or end of file) fill it in:
**
**     ADD       pattern -- new definition; MODE and OWNER lines
**               are required
**     CHANGE    pattern -- only the attributes stated change
**     DELETE    pattern
**     LIST      pattern -- show the matching definitions (blank
**               or @ shows them all)
**
**     MODE      RTF, HTML, PDF or DATA
**     TOC       Y or N -- table-of-contents sidecar (not in DATA)
**     WRAP      nnn -- wrap column, 080-980 (000 = HP2RTF default)
**     LAYOUT    file name of the RTFLAYT layout (DATA needs one)
**     FORMID    FORMDEF form id for the forms overlay (blank line
**               value clears it; not in DATA)
**     OUTPREF   up to 3 letters -- HP2SCAN output-name prefix
**     RETAIN    nnnn -- retention days (0000 = keep forever, blank
**               value = RETPARM's DEFAULT)
**     TOGROUP   group.account -- COPY each document there
**     TODIR     directory path -- COPY it into a shared directory
**     TOPRINT   device -- PRINT it
**     ROUTES    NONE -- drop every route
**     OWNER     owner contact (name, extension), up to 40
**
**   Route lines in a CHANGE replace the definition's whole route
**   list, so the list on file is always exactly what was last
**   written down.  Every line of a transaction is checked, and one
**   bad line rejects the whole transaction -- a half-applied
**   definition is how the five-file drift started.  The rest of
**   the file still runs.
**
**   Every add, change and delete gets one RDEFAUD record -- when,
**   who, and the definition's before and after images -- and the
**   count of rejected transactions goes out in the RTF_RDEF_REJECTS
**   JCW.
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  RDEFTRAN-FILE   ASSIGN  "RDEFTRAN"
                            FILE STATUS  RDEFTRAN-FILE-STATUS.
    SELECT  RPTDEF-FILE     ASSIGN  "RPTDEF"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  RD-PATTERN
                            FILE STATUS  RPTDEF-FILE-STATUS.
**   Change audit trail -- appended to forever, like RTFHIST.
    SELECT  RDEFAUD-FILE    ASSIGN  "RDEFAUD"
                            FILE STATUS  RDEFAUD-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

FD  RDEFTRAN-FILE   RECORD  CONTAINS  80  CHARACTERS.
01  RDEFTRAN-REC.
    05  RDEFTRAN-KEYWORD        PIC  X(08).
    05  F                       PIC  X(02).
    05  RDEFTRAN-VALUE          PIC  X(70).

**   Report-definition record layout -- keep in step with the
**   copies in HP2SCAN, HP2RTF, HP2CATM and HP2DIST.
FD  RPTDEF-FILE     RECORD  CONTAINS  400  CHARACTERS.
01  RPTDEF-REC.
    05  RD-PATTERN              PIC  X(26).
    05  RD-MODE                 PIC  X(01).
        88  RD-MODE-RTF                   VALUE  "R".
        88  RD-MODE-HTML                  VALUE  "H".
        88  RD-MODE-DATA                  VALUE  "D".
        88  RD-MODE-PDF                   VALUE  "P".
    05  RD-TOC                  PIC  X(01).
        88  RD-TOC-ON                     VALUE  "Y".
        88  RD-TOC-OFF                    VALUE  "N".
    05  RD-WRAP-COL             PIC  9(03).
    05  RD-LAYOUT               PIC  X(36).
    05  RD-FORMID               PIC  X(08).
    05  RD-OUTPREF              PIC  X(03).
**   Spaces = no retention of its own (RETPARM's DEFAULT applies).
    05  RD-RETAIN-DAYS          PIC  X(04).
    05  RD-RETAIN-NUM  REDEFINES  RD-RETAIN-DAYS
                                PIC  9(04).
    05  RD-ROUTE                OCCURS  4  TIMES.
        10  RD-ROUTE-TYPE       PIC  X(01).
            88  RD-ROUTE-GROUP            VALUE  "G".
            88  RD-ROUTE-DIR              VALUE  "D".
            88  RD-ROUTE-PRINT            VALUE  "P".
        10  RD-ROUTE-DEST       PIC  X(60).
    05  RD-OWNER                PIC  X(40).
    05  RD-CHANGED-DATE         PIC  9(08).
    05  RD-CHANGED-TIME         PIC  9(06).
    05  RD-CHANGED-BY           PIC  X(17).
    05  F                       PIC  X(03).

FD  RDEFAUD-FILE    RECORD  CONTAINS  840  CHARACTERS.
01  RDEFAUD-REC.
    05  AUD-DATE                PIC  9(08).
    05  AUD-TIME                PIC  9(06).
    05  AUD-ACTION              PIC  X(03).
    05  AUD-USER                PIC  X(17).
    05  F                       PIC  X(06).
    05  AUD-BEFORE              PIC  X(400).
    05  AUD-AFTER               PIC  X(400).

WORKING-STORAGE SECTION.
77  RDEFTRAN-FILE-STATUS     PIC  X(02).
77  RPTDEF-FILE-STATUS       PIC  X(02).
77  RDEFAUD-FILE-STATUS      PIC  X(02).
77  SUB                      PIC S9(09)  COMP.
77  TRAN-LINE-NUM            PIC S9(09)  COMP  VALUE  0.

**   The transaction in hand -- opened by an ADD/CHANGE/DELETE line,
**   applied (or rejected) when the next one opens or the file ends.
**   The definition itself is built in place in RPTDEF-REC; nothing
**   else touches the file while a transaction is open.
77  TRAN-ACTION              PIC  X(01)  VALUE  SPACE.
    88  TRAN-NONE                         VALUE  SPACE.
    88  TRAN-ADD                          VALUE  "A".
    88  TRAN-CHANGE                       VALUE  "C".
    88  TRAN-DELETE                       VALUE  "D".
77  TRAN-PATTERN             PIC  X(26).
77  TRAN-BAD-SW              PIC  X(01)  VALUE  "N".
    88  TRAN-BAD                          VALUE  "Y".
    88  TRAN-GOOD                         VALUE  "N".
**   First route line of a transaction clears the old list.
77  ROUTES-STATED-SW         PIC  X(01)  VALUE  "N".
    88  ROUTES-STATED                     VALUE  "Y".
    88  ROUTES-NOT-STATED                 VALUE  "N".
77  ROUTE-MAX                PIC S9(04)  COMP  VALUE  4.
77  ROUTE-CNT                PIC S9(04)  COMP  VALUE  0.
77  ROUTE-IDX                PIC S9(04)  COMP.
77  ROUTE-TYPE-NEW           PIC  X(01).
77  BEFORE-IMAGE             PIC  X(400).

**   Pattern checks in 0130-CHECK-PATTERN.
77  PAT-CHAR-CNT             PIC S9(04)  COMP.
77  PAT-AT-CNT               PIC S9(04)  COMP.

77  ADDED-CNT                PIC S9(09)  COMP  VALUE  0.
77  CHANGED-CNT              PIC S9(09)  COMP  VALUE  0.
77  DELETED-CNT              PIC S9(09)  COMP  VALUE  0.
77  LISTED-CNT               PIC S9(09)  COMP  VALUE  0.
77  REJECTED-CNT             PIC S9(09)  COMP  VALUE  0.
77  REJECTS-VAR-NAME         PIC  X(16)  VALUE  "RTF_RDEF_REJECTS".

**   LIST selection and the mode spelled out for it.
77  LIST-PATTERN             PIC  X(26).
77  LIST-MODE-TEXT           PIC  X(04).
77  LIST-ROUTE-TEXT          PIC  X(07).
77  LIST-RETAIN-TEXT         PIC  X(07).

**   The @-wildcard match -- same rule as the spooler commands;
**   keep in step with the copy in HP2CATI.
77  PAT-TEXT                 PIC  X(26).
77  PAT-SUBJECT              PIC  X(26).
77  PAT-LEN                  PIC S9(04)  COMP.
77  PAT-MATCH-SW             PIC  X(01).
    88  PAT-MATCHES                       VALUE  "Y".
    88  PAT-NO-MATCH                      VALUE  "N".

**   Today and now, windowed the shop way -- see 0070-WRITE-CATALOG
**   over in HP2RTF -- and who is running this, for the audit trail.
01  RUN-DATE-FIELDS.
    05  RUN-WORK-DATE        PIC  9(06).
    05  F  REDEFINES  RUN-WORK-DATE.
        10  RUN-WORK-YY      PIC  9(02).
        10  F                PIC  9(04).
    05  RUN-DATE             PIC  9(08).
    05  RUN-WORK-TIME        PIC  9(08).
77  USER-VAR-NAME            PIC  X(06)  VALUE  "HPUSER".
77  ACCOUNT-VAR-NAME         PIC  X(09)  VALUE  "HPACCOUNT".
77  RUN-USER                 PIC  X(08)  VALUE  SPACES.
77  RUN-ACCOUNT              PIC  X(08)  VALUE  SPACES.
77  RUN-USER-ACCT            PIC  X(17)  VALUE  SPACES.

01  GETVAR-FIELDS.
    05  GETVAR-MAX-LEN          PIC S9(09)  COMP.
    05  GETVAR-LEN              PIC S9(09)  COMP.
    05  GETVAR-STATUS-X.
        09  GETVAR-ERROR        PIC S9(04)  COMP.
        09  GETVAR-SUBSYS       PIC S9(04)  COMP.
    05  F       REDEFINES   GETVAR-STATUS-X     PIC  X(04).
        88  GETVAR-OK         VALUE  LOW-VALUES.
$DEFINE  %GETVARSTR=
$CONTROL  LOCOFF
    CALL  INTRINSIC  "HPCIGETVAR"  USING  !1,  GETVAR-STATUS-X
                                           \2\, !2
    IF  NOT  GETVAR-OK
        MOVE  SPACES        TO  !2
    END-IF
$CONTROL  LOCON
         #
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
     %GETVARSTR(USER-VAR-NAME#,RUN-USER#)
     %GETVARSTR(ACCOUNT-VAR-NAME#,RUN-ACCOUNT#)
     STRING  RUN-USER            DELIMITED  BY  SPACE
             "."                 DELIMITED  BY  SIZE
             RUN-ACCOUNT         DELIMITED  BY  SPACE
             INTO    RUN-USER-ACCT.
     PERFORM  0010-OPEN-FILES.
     PERFORM  0100-READ-TRANS.
     CLOSE  RDEFTRAN-FILE
            RPTDEF-FILE
            RDEFAUD-FILE.
     DISPLAY  "HP2RDEF: "  ADDED-CNT  " ADDED; "
              CHANGED-CNT  " CHANGED; "  DELETED-CNT  " DELETED; "
              LISTED-CNT  " LISTED; "  REJECTED-CNT  " REJECTED".
     %PUTVARINT(REJECTS-VAR-NAME#,REJECTED-CNT#)
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
*************************************
**
 0010-OPEN-FILES             SECTION.
**   All three have to be there -- RPTDEF is built once by the job
**   stream the same way RTFCAT is, and changes with no audit
**   record are exactly what this program exists to stop.
     OPEN  INPUT     RDEFTRAN-FILE.
     IF  RDEFTRAN-FILE-STATUS    <>  "00"
         DISPLAY  "HP2RDEF: COULD NOT OPEN RDEFTRAN; STATUS = "
                  RDEFTRAN-FILE-STATUS
         DISPLAY  "HP2RDEF: EQUATE THE TRANSACTION FILE TO THIS "
                  "JOB AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     OPEN  I-O       RPTDEF-FILE.
     IF  RPTDEF-FILE-STATUS      <>  "00"
         DISPLAY  "HP2RDEF: COULD NOT OPEN RPTDEF; STATUS = "
                  RPTDEF-FILE-STATUS
         DISPLAY  "HP2RDEF: EQUATE THE REPORT-DEFINITION FILE TO "
                  "THIS JOB AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     OPEN  EXTEND    RDEFAUD-FILE.
     IF  RDEFAUD-FILE-STATUS     <>  "00"
         DISPLAY  "HP2RDEF: COULD NOT OPEN RDEFAUD; STATUS = "
                  RDEFAUD-FILE-STATUS
         DISPLAY  "HP2RDEF: CHANGES WITHOUT AN AUDIT TRAIL ARE NOT "
                  "TAKEN -- EQUATE RDEFAUD AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0010-OPEN-FILES-X.  EXIT.
**
*************************************
**
 0100-READ-TRANS             SECTION.
     SET  TRAN-NONE              TO  TRUE.
 0100-TRAN-NEXT.
     READ  RDEFTRAN-FILE
         AT  END
             GO TO  0100-TRAN-DONE.
     ADD   1                     TO  TRAN-LINE-NUM.
     IF  RDEFTRAN-REC        =   SPACES
         GO TO  0100-TRAN-NEXT.
     IF  ( RDEFTRAN-KEYWORD  =   "ADD" )
     OR  ( RDEFTRAN-KEYWORD  =   "CHANGE" )
     OR  ( RDEFTRAN-KEYWORD  =   "DELETE" )
     OR  ( RDEFTRAN-KEYWORD  =   "LIST" )
         PERFORM  0140-CLOSE-TRAN
         PERFORM  0110-OPEN-TRAN
     ELSE
         PERFORM  0120-APPLY-LINE.
     GO TO  0100-TRAN-NEXT.
 0100-TRAN-DONE.
     PERFORM  0140-CLOSE-TRAN.
 0100-READ-TRANS-X.  EXIT.
**
*************************************
**
 0110-OPEN-TRAN              SECTION.
**   LIST runs on the spot and leaves nothing open; the other three
**   find the definition (or make sure there isn't one) and hold
**   its before image for the audit record.
     IF  RDEFTRAN-KEYWORD    =   "LIST"
         MOVE  RDEFTRAN-VALUE(1:26)  TO  LIST-PATTERN
         PERFORM  0170-LIST-DEFS
         GO TO  0110-OPEN-TRAN-X.
     SET  TRAN-GOOD              TO  TRUE.
     SET  ROUTES-NOT-STATED      TO  TRUE.
     MOVE  RDEFTRAN-VALUE(1:26)  TO  TRAN-PATTERN.
     IF  RDEFTRAN-KEYWORD    =   "ADD"
         SET  TRAN-ADD               TO  TRUE
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "CHANGE"
         SET  TRAN-CHANGE            TO  TRUE
     ELSE
         SET  TRAN-DELETE            TO  TRUE.
     PERFORM  0130-CHECK-PATTERN.
     IF  TRAN-BAD
         GO TO  0110-OPEN-TRAN-X.
     MOVE  TRAN-PATTERN          TO  RD-PATTERN.
     READ  RPTDEF-FILE  RECORD  KEY  IS  RD-PATTERN
         INVALID  KEY
             CONTINUE.
     IF  TRAN-ADD
         IF  RPTDEF-FILE-STATUS      =   "00"
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": '"
                      TRAN-PATTERN  "' IS ALREADY DEFINED -- USE "
                      "CHANGE"
             SET  TRAN-BAD               TO  TRUE
         ELSE
             MOVE  SPACES                TO  RPTDEF-REC
                                             BEFORE-IMAGE
             MOVE  TRAN-PATTERN          TO  RD-PATTERN
             MOVE  "N"                   TO  RD-TOC
             MOVE  0                     TO  RD-WRAP-COL
                                             RD-CHANGED-DATE
                                             RD-CHANGED-TIME
             MOVE  0                     TO  ROUTE-CNT
         END-IF
     ELSE
         IF  RPTDEF-FILE-STATUS      <>  "00"
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": '"
                      TRAN-PATTERN  "' IS NOT DEFINED"
             SET  TRAN-BAD               TO  TRUE
         ELSE
             MOVE  RPTDEF-REC            TO  BEFORE-IMAGE
             PERFORM  0125-COUNT-ROUTES
         END-IF.
 0110-OPEN-TRAN-X.  EXIT.
**
*************************************
**
 0120-APPLY-LINE             SECTION.
**   One attribute line onto the definition being built.  Once a
**   transaction is bad its remaining lines are only read past.
     IF  TRAN-NONE
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": '"
                  RDEFTRAN-KEYWORD  "' IS NOT UNDER AN ADD OR "
                  "CHANGE -- LINE IGNORED"
         GO TO  0120-APPLY-LINE-X.
     IF  TRAN-BAD
         GO TO  0120-APPLY-LINE-X.
     IF  TRAN-DELETE
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": DELETE TAKES "
                  "NO ATTRIBUTE LINES ('"  RDEFTRAN-KEYWORD  "')"
         SET  TRAN-BAD               TO  TRUE
         GO TO  0120-APPLY-LINE-X.
     IF  RDEFTRAN-KEYWORD    =   "MODE"
         IF  RDEFTRAN-VALUE      =   "RTF"
             SET  RD-MODE-RTF            TO  TRUE
         ELSE,  IF  RDEFTRAN-VALUE      =   "HTML"
             SET  RD-MODE-HTML           TO  TRUE
         ELSE,  IF  RDEFTRAN-VALUE      =   "DATA"
             SET  RD-MODE-DATA           TO  TRUE
         ELSE,  IF  RDEFTRAN-VALUE      =   "PDF"
             SET  RD-MODE-PDF            TO  TRUE
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": MODE MUST BE RTF, HTML, PDF OR DATA"
             SET  TRAN-BAD               TO  TRUE
         END-IF
         END-IF
         END-IF
         END-IF
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "TOC"
         IF  ( RDEFTRAN-VALUE  =  "Y" )  OR  ( RDEFTRAN-VALUE  =  "N" )
             MOVE  RDEFTRAN-VALUE(1:1)   TO  RD-TOC
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": TOC MUST BE Y OR N"
             SET  TRAN-BAD               TO  TRUE
         END-IF
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "WRAP"
         IF  ( RDEFTRAN-VALUE(1:3)   IS  NUMERIC )
         AND ( RDEFTRAN-VALUE(4:67)  =   SPACES )
             MOVE  RDEFTRAN-VALUE(1:3)   TO  RD-WRAP-COL
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": WRAP MUST BE 3 DIGITS"
             SET  TRAN-BAD               TO  TRUE
         END-IF
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "LAYOUT"
         IF  RDEFTRAN-VALUE(37:34)   =   SPACES
             MOVE  RDEFTRAN-VALUE(1:36)  TO  RD-LAYOUT
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": LAYOUT FILE NAME IS LONGER THAN 36"
             SET  TRAN-BAD               TO  TRUE
         END-IF
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "FORMID"
         IF  RDEFTRAN-VALUE(9:62)    =   SPACES
             MOVE  RDEFTRAN-VALUE(1:8)   TO  RD-FORMID
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": FORMID IS LONGER THAN 8"
             SET  TRAN-BAD               TO  TRUE
         END-IF
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "OUTPREF"
         IF  ( RDEFTRAN-VALUE(4:67)  =   SPACES )
         AND ( RDEFTRAN-VALUE(1:1)   IS  ALPHABETIC )
         AND ( RDEFTRAN-VALUE(1:1)   <>  SPACE )
             MOVE  RDEFTRAN-VALUE(1:3)   TO  RD-OUTPREF
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": OUTPREF MUST BE 1-3 CHARACTERS STARTING "
                      "WITH A LETTER"
             SET  TRAN-BAD               TO  TRUE
         END-IF
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "RETAIN"
         IF  RDEFTRAN-VALUE          =   SPACES
             MOVE  SPACES                TO  RD-RETAIN-DAYS
         ELSE,  IF  ( RDEFTRAN-VALUE(1:4)   IS  NUMERIC )
                AND ( RDEFTRAN-VALUE(5:66)  =   SPACES )
             MOVE  RDEFTRAN-VALUE(1:4)   TO  RD-RETAIN-DAYS
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": RETAIN MUST BE 4 DIGITS OR BLANK"
             SET  TRAN-BAD               TO  TRUE
         END-IF
         END-IF
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "TOGROUP"
         MOVE  "G"                   TO  ROUTE-TYPE-NEW
         PERFORM  0126-ADD-ROUTE
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "TODIR"
         MOVE  "D"                   TO  ROUTE-TYPE-NEW
         PERFORM  0126-ADD-ROUTE
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "TOPRINT"
         MOVE  "P"                   TO  ROUTE-TYPE-NEW
         PERFORM  0126-ADD-ROUTE
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "ROUTES"
         IF  RDEFTRAN-VALUE          =   "NONE"
             PERFORM  0127-CLEAR-ROUTES
             SET  ROUTES-STATED          TO  TRUE
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": ROUTES ONLY TAKES NONE"
             SET  TRAN-BAD               TO  TRUE
         END-IF
     ELSE,  IF  RDEFTRAN-KEYWORD    =   "OWNER"
         IF  RDEFTRAN-VALUE(41:30)   =   SPACES
             MOVE  RDEFTRAN-VALUE(1:40)  TO  RD-OWNER
         ELSE
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                      ": OWNER IS LONGER THAN 40"
             SET  TRAN-BAD               TO  TRUE
         END-IF
     ELSE
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM
                  ": UNKNOWN RDEFTRAN KEYWORD '"  RDEFTRAN-KEYWORD
                  "'"
         SET  TRAN-BAD               TO  TRUE.
 0120-APPLY-LINE-X.  EXIT.
**
*************************************
**
 0125-COUNT-ROUTES           SECTION.
**   Routes on file are packed from the front; count them.
     MOVE  0                     TO  ROUTE-CNT.
     MOVE  1                     TO  ROUTE-IDX.
 0125-COUNT-NEXT.
     IF  ROUTE-IDX           >   ROUTE-MAX
         GO TO  0125-COUNT-ROUTES-X.
     IF  RD-ROUTE-TYPE(ROUTE-IDX)    <>  SPACE
         MOVE  ROUTE-IDX             TO  ROUTE-CNT.
     ADD   1                     TO  ROUTE-IDX.
     GO TO  0125-COUNT-NEXT.
 0125-COUNT-ROUTES-X.  EXIT.
**
*************************************
**
 0126-ADD-ROUTE              SECTION.
**   The first route line of a transaction starts the list afresh.
     IF  ROUTES-NOT-STATED
         PERFORM  0127-CLEAR-ROUTES
         SET  ROUTES-STATED          TO  TRUE.
     IF  RDEFTRAN-VALUE      =   SPACES
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": "
                  RDEFTRAN-KEYWORD  " WITH NO DESTINATION"
         SET  TRAN-BAD               TO  TRUE
         GO TO  0126-ADD-ROUTE-X.
     IF  RDEFTRAN-VALUE(61:10)   <>  SPACES
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": "
                  RDEFTRAN-KEYWORD  " DESTINATION IS LONGER THAN 60"
         SET  TRAN-BAD               TO  TRUE
         GO TO  0126-ADD-ROUTE-X.
     IF  ROUTE-CNT           >=  ROUTE-MAX
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": MORE THAN "
                  ROUTE-MAX  " ROUTES FOR ONE REPORT"
         SET  TRAN-BAD               TO  TRUE
         GO TO  0126-ADD-ROUTE-X.
     ADD   1                     TO  ROUTE-CNT.
     MOVE  ROUTE-TYPE-NEW        TO  RD-ROUTE-TYPE(ROUTE-CNT).
     MOVE  RDEFTRAN-VALUE(1:60)  TO  RD-ROUTE-DEST(ROUTE-CNT).
 0126-ADD-ROUTE-X.  EXIT.
**
*************************************
**
 0127-CLEAR-ROUTES           SECTION.
     MOVE  1                     TO  ROUTE-IDX.
 0127-CLEAR-NEXT.
     IF  ROUTE-IDX           >   ROUTE-MAX
         GO TO  0127-CLEAR-DONE.
     MOVE  SPACES                TO  RD-ROUTE(ROUTE-IDX).
     ADD   1                     TO  ROUTE-IDX.
     GO TO  0127-CLEAR-NEXT.
 0127-CLEAR-DONE.
     MOVE  0                     TO  ROUTE-CNT.
 0127-CLEAR-ROUTES-X.  EXIT.
**
*************************************
**
 0130-CHECK-PATTERN          SECTION.
**   A key has to be one word, at most 26 long, with @ (if any) as
**   its last character -- anything else could never match the way
**   the programs reading it match.
     IF  TRAN-PATTERN        =   SPACES
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": "
                  RDEFTRAN-KEYWORD  " WITH NO PATTERN"
         SET  TRAN-BAD               TO  TRUE
         GO TO  0130-CHECK-PATTERN-X.
     IF  RDEFTRAN-VALUE(27:44)   <>  SPACES
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": PATTERN IS "
                  "LONGER THAN 26"
         SET  TRAN-BAD               TO  TRUE
         GO TO  0130-CHECK-PATTERN-X.
     MOVE  0                     TO  PAT-CHAR-CNT  PAT-AT-CNT.
     INSPECT  TRAN-PATTERN  TALLYING  PAT-CHAR-CNT
              FOR  CHARACTERS  BEFORE  INITIAL  SPACE.
     INSPECT  TRAN-PATTERN  TALLYING  PAT-AT-CNT
              FOR  CHARACTERS  BEFORE  INITIAL  "@".
     IF  PAT-CHAR-CNT        <   26
         IF  TRAN-PATTERN(PAT-CHAR-CNT + 1:)     <>  SPACES
             DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": PATTERN '"
                      TRAN-PATTERN  "' HAS A SPACE IN IT"
             SET  TRAN-BAD               TO  TRUE
             GO TO  0130-CHECK-PATTERN-X.
     IF  PAT-AT-CNT          <   PAT-CHAR-CNT - 1
         DISPLAY  "HP2RDEF: LINE "  TRAN-LINE-NUM  ": PATTERN '"
                  TRAN-PATTERN  "' -- @ CAN ONLY COME LAST"
         SET  TRAN-BAD               TO  TRUE.
 0130-CHECK-PATTERN-X.  EXIT.
**
*************************************
**
 0140-CLOSE-TRAN             SECTION.
**   Apply the transaction in hand, or report it rejected.
     IF  TRAN-NONE
         GO TO  0140-CLOSE-TRAN-X.
     IF  TRAN-GOOD  AND  NOT  TRAN-DELETE
         PERFORM  0150-VALIDATE-DEF.
     IF  TRAN-BAD
         ADD   1                     TO  REJECTED-CNT
         DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' -- TRANSACTION "
                  "REJECTED, DEFINITION NOT CHANGED"
         GO TO  0140-CLOSE-DONE.
     IF  NOT  TRAN-DELETE
         MOVE  RUN-DATE              TO  RD-CHANGED-DATE
         ACCEPT  RUN-WORK-TIME       FROM  TIME
         MOVE  RUN-WORK-TIME(1:6)    TO  RD-CHANGED-TIME
         MOVE  RUN-USER-ACCT         TO  RD-CHANGED-BY.
     IF  TRAN-ADD
         GO TO  0140-ADD-DEF.
     IF  TRAN-CHANGE
         GO TO  0140-CHANGE-DEF.
     DELETE  RPTDEF-FILE  RECORD
         INVALID  KEY
             DISPLAY  "HP2RDEF: COULD NOT DELETE '"  TRAN-PATTERN
                      "'; STATUS = "  RPTDEF-FILE-STATUS
             ADD   1                 TO  REJECTED-CNT
             GO TO  0140-CLOSE-DONE.
     ADD   1                     TO  DELETED-CNT.
     MOVE  "DEL"                 TO  AUD-ACTION.
     MOVE  SPACES                TO  RPTDEF-REC.
     DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' DELETED".
     GO TO  0140-AUDIT.
 0140-ADD-DEF.
     WRITE  RPTDEF-REC
         INVALID  KEY
             DISPLAY  "HP2RDEF: COULD NOT ADD '"  TRAN-PATTERN
                      "'; STATUS = "  RPTDEF-FILE-STATUS
             ADD   1                 TO  REJECTED-CNT
             GO TO  0140-CLOSE-DONE.
     ADD   1                     TO  ADDED-CNT.
     MOVE  "ADD"                 TO  AUD-ACTION.
     DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' ADDED".
     GO TO  0140-AUDIT.
 0140-CHANGE-DEF.
     REWRITE  RPTDEF-REC
         INVALID  KEY
             DISPLAY  "HP2RDEF: COULD NOT CHANGE '"  TRAN-PATTERN
                      "'; STATUS = "  RPTDEF-FILE-STATUS
             ADD   1                 TO  REJECTED-CNT
             GO TO  0140-CLOSE-DONE.
     ADD   1                     TO  CHANGED-CNT.
     MOVE  "CHG"                 TO  AUD-ACTION.
     DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' CHANGED".
 0140-AUDIT.
     PERFORM  0160-WRITE-AUDIT.
 0140-CLOSE-DONE.
     SET  TRAN-NONE              TO  TRUE.
 0140-CLOSE-TRAN-X.  EXIT.
**
*************************************
**
 0150-VALIDATE-DEF           SECTION.
**   The whole definition as it would be written -- the checks that
**   need more than one line to judge.
     IF  NOT  ( RD-MODE-RTF  OR  RD-MODE-HTML  OR  RD-MODE-DATA
                OR  RD-MODE-PDF )
         DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' HAS NO MODE LINE"
         SET  TRAN-BAD               TO  TRUE.
     IF  RD-OWNER            =   SPACES
         DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' HAS NO OWNER -- "
                  "EVERY REPORT NEEDS SOMEBODY TO CALL"
         SET  TRAN-BAD               TO  TRUE.
     IF  ( RD-WRAP-COL  <>  0 )
     AND ( ( RD-WRAP-COL  <  80 )  OR  ( RD-WRAP-COL  >  980 ) )
         DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' WRAP "  RD-WRAP-COL
                  " IS OUTSIDE 080-980"
         SET  TRAN-BAD               TO  TRUE.
**   HP2RTF's own rules about DATA mode, caught here instead of
**   at two in the morning.
     IF  RD-MODE-DATA
         IF  RD-LAYOUT           =   SPACES
             DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' IS DATA MODE "
                      "WITH NO LAYOUT"
             SET  TRAN-BAD               TO  TRUE
         END-IF
         IF  RD-FORMID           <>  SPACES
             DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' -- NO FORMS "
                      "OVERLAY IN DATA MODE"
             SET  TRAN-BAD               TO  TRUE
         END-IF
         IF  RD-TOC-ON
             DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' -- NO TABLE "
                      "OF CONTENTS IN DATA MODE"
             SET  TRAN-BAD               TO  TRUE
         END-IF.
 0150-VALIDATE-DEF-X.  EXIT.
**
*************************************
**
 0160-WRITE-AUDIT            SECTION.
     MOVE  RUN-DATE              TO  AUD-DATE.
     ACCEPT  RUN-WORK-TIME       FROM  TIME.
     MOVE  RUN-WORK-TIME(1:6)    TO  AUD-TIME.
     MOVE  RUN-USER-ACCT         TO  AUD-USER.
     MOVE  BEFORE-IMAGE          TO  AUD-BEFORE.
     MOVE  RPTDEF-REC            TO  AUD-AFTER.
     WRITE  RDEFAUD-REC.
     IF  RDEFAUD-FILE-STATUS     <>  "00"
         DISPLAY  "HP2RDEF: COULD NOT WRITE RDEFAUD; STATUS = "
                  RDEFAUD-FILE-STATUS
         DISPLAY  "HP2RDEF: '"  TRAN-PATTERN  "' WAS APPLIED "
                  "WITHOUT ITS AUDIT RECORD -- STOPPING HERE"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0160-WRITE-AUDIT-X.  EXIT.
**
*************************************
**
 0170-LIST-DEFS              SECTION.
**   Every definition whose key the LIST pattern matches, in key
**   order.
     MOVE  LOW-VALUES            TO  RD-PATTERN.
     START  RPTDEF-FILE  KEY  NOT  <  RD-PATTERN
         INVALID  KEY
             GO TO  0170-LIST-DEFS-X.
 0170-LIST-NEXT.
     READ  RPTDEF-FILE  NEXT  RECORD
         AT  END
             GO TO  0170-LIST-DEFS-X.
     MOVE  LIST-PATTERN          TO  PAT-TEXT.
     MOVE  RD-PATTERN            TO  PAT-SUBJECT.
     PERFORM  0200-MATCH-PATTERN.
     IF  PAT-NO-MATCH
         GO TO  0170-LIST-NEXT.
     ADD   1                     TO  LISTED-CNT.
     PERFORM  0180-SHOW-DEF.
     GO TO  0170-LIST-NEXT.
 0170-LIST-DEFS-X.  EXIT.
**
*************************************
**
 0180-SHOW-DEF               SECTION.
     IF  RD-MODE-HTML
         MOVE  "HTML"                TO  LIST-MODE-TEXT
     ELSE,  IF  RD-MODE-DATA
         MOVE  "DATA"                TO  LIST-MODE-TEXT
     ELSE,  IF  RD-MODE-PDF
         MOVE  "PDF"                 TO  LIST-MODE-TEXT
     ELSE
         MOVE  "RTF"                 TO  LIST-MODE-TEXT.
     IF  RD-RETAIN-DAYS      =   SPACES
         MOVE  "DEFAULT"             TO  LIST-RETAIN-TEXT
     ELSE
         MOVE  RD-RETAIN-DAYS        TO  LIST-RETAIN-TEXT.
     DISPLAY  RD-PATTERN  "  "  LIST-MODE-TEXT
              "  TOC "     RD-TOC
              "  WRAP "    RD-WRAP-COL
              "  RETAIN "  LIST-RETAIN-TEXT.
     DISPLAY  "    LAYOUT: "  RD-LAYOUT
              "  FORMID: "    RD-FORMID
              "  OUTPREF: "   RD-OUTPREF.
     DISPLAY  "    OWNER:  "  RD-OWNER.
     MOVE  1                     TO  ROUTE-IDX.
 0180-ROUTE-NEXT.
     IF  ROUTE-IDX           >   ROUTE-MAX
         GO TO  0180-ROUTE-DONE.
     IF  RD-ROUTE-TYPE(ROUTE-IDX)    =   SPACE
         GO TO  0180-ROUTE-DONE.
     IF  RD-ROUTE-GROUP(ROUTE-IDX)
         MOVE  "TOGROUP"             TO  LIST-ROUTE-TEXT
     ELSE,  IF  RD-ROUTE-DIR(ROUTE-IDX)
         MOVE  "TODIR"               TO  LIST-ROUTE-TEXT
     ELSE
         MOVE  "TOPRINT"             TO  LIST-ROUTE-TEXT.
     DISPLAY  "    "  LIST-ROUTE-TEXT  "  "
              RD-ROUTE-DEST(ROUTE-IDX).
     ADD   1                     TO  ROUTE-IDX.
     GO TO  0180-ROUTE-NEXT.
 0180-ROUTE-DONE.
     DISPLAY  "    CHANGED "  RD-CHANGED-DATE  " "  RD-CHANGED-TIME
              " BY "  RD-CHANGED-BY.
 0180-SHOW-DEF-X.  EXIT.
**
*************************************
**
 0200-MATCH-PATTERN          SECTION.
**   Match PAT-SUBJECT against PAT-TEXT under the trailing-@ rule.
**   Caller loads both fields first.  Keep in step with the copy in
**   HP2CATI.
     SET  PAT-NO-MATCH           TO  TRUE.
     MOVE  0                     TO  PAT-LEN.
     MOVE  1                     TO  SUB.
 0200-SIZE-PAT.
     IF  SUB  <=  26
         IF  PAT-TEXT(SUB:1)     <>  " "
         AND PAT-TEXT(SUB:1)     <>  "@"
             MOVE  SUB           TO  PAT-LEN
             ADD   1             TO  SUB
             GO TO  0200-SIZE-PAT.
     IF  PAT-LEN             =   0
**       Pattern was just "@" (or blanks) -- everything matches.
         SET  PAT-MATCHES        TO  TRUE
         GO TO  0200-MATCH-PATTERN-X.
     IF  PAT-LEN             <   26
     AND PAT-TEXT(PAT-LEN + 1:1)     =   "@"
         IF  PAT-SUBJECT(1:PAT-LEN)  =   PAT-TEXT(1:PAT-LEN)
             SET  PAT-MATCHES        TO  TRUE
         END-IF
     ELSE
         IF  PAT-SUBJECT         =   PAT-TEXT
             SET  PAT-MATCHES        TO  TRUE
         END-IF.
 0200-MATCH-PATTERN-X.  EXIT.
