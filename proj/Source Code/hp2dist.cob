**   (and every failure) gets one line in the DISTLOG file, so
**   "where did my report go" has an answer on paper.
**
**   When the report-definition file RPTDEF is equated (see
**   HP2RDEF), routing comes from there instead: each document goes
**   to the routes of the ONE definition whose pattern fits its job
**   name most specifically (longest literal part; an exact name
**   beats a pattern), and a definition with no routes means the
**   report is not distributed.  ROUTPARM is then optional and only
**   its DATE1/DATE2 lines count; routing lines in it are skipped
**   with a warning.
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  ROUTPARM-FILE   ASSIGN  "ROUTPARM"
                            FILE STATUS  ROUTPARM-FILE-STATUS.
**   Report definitions -- OPTIONAL; see 0030-LOAD-REPORT-DEFS.
    SELECT  RPTDEF-FILE     ASSIGN  "RPTDEF"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  RD-PATTERN
                            FILE STATUS  RPTDEF-FILE-STATUS.
    SELECT  RTFCAT-FILE     ASSIGN  "RTFCAT"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
    05  F                       PIC  X(02).
    05  ROUTPARM-VALUE          PIC  X(70).

**   Report-definition record layout -- keep in step with the copy
**   in HP2RDEF.
FD  RPTDEF-FILE     RECORD  CONTAINS  400  CHARACTERS.
01  RPTDEF-REC.
    05  RD-PATTERN              PIC  X(26).
    05  RD-MODE                 PIC  X(01).
    05  RD-TOC                  PIC  X(01).
    05  RD-WRAP-COL             PIC  9(03).
    05  RD-LAYOUT               PIC  X(36).
    05  RD-FORMID               PIC  X(08).
    05  RD-OUTPREF              PIC  X(03).
    05  RD-RETAIN-DAYS          PIC  X(04).
    05  RD-ROUTE                OCCURS  4  TIMES.
        10  RD-ROUTE-TYPE       PIC  X(01).
        10  RD-ROUTE-DEST       PIC  X(60).
    05  RD-OWNER                PIC  X(40).
    05  RD-CHANGED-DATE         PIC  9(08).
    05  RD-CHANGED-TIME         PIC  9(06).
    05  RD-CHANGED-BY           PIC  X(17).
    05  F                       PIC  X(03).

**   Catalog record layout -- keep in step with the copies in
**   HP2RTF and HP2CATI.
FD  RTFCAT-FILE     RECORD  CONTAINS  200  CHARACTERS.
01  RTFCAT-REC.
    05  CAT-KEY.
        10  CAT-DATE            PIC  9(08).
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

FD  DISTLOG-FILE    RECORD  VARYING FROM  0  TO  132
                    DEPENDING ON  DISTLOG-REC-LEN.

WORKING-STORAGE SECTION.
77  ROUTPARM-FILE-STATUS     PIC  X(02).
77  RPTDEF-FILE-STATUS       PIC  X(02).
77  RTFCAT-FILE-STATUS       PIC  X(02).
77  DISTLOG-FILE-STATUS      PIC  X(02).
77  DISTLOG-REC-LEN          PIC S9(09)  COMP.

**   The routing rules -- JOBNAME/AUTHOR lines fill the pending
**   patterns, each destination line freezes them into one rule.
77  RULE-MAX                 PIC S9(04)  COMP  VALUE  200.
77  RULE-CNT                 PIC S9(04)  COMP  VALUE  0.
77  RULE-IDX                 PIC S9(04)  COMP.
01  PENDING-PATTERNS.
    05  PEND-JOB-PAT         PIC  X(26)  VALUE  SPACES.
    05  PEND-AUTH-PAT        PIC  X(26)  VALUE  SPACES.
01  RULE-TABLE.
    05  RULE-ENTRY           OCCURS  200  TIMES.
        10  RULE-JOB-PAT         PIC  X(26).
        10  RULE-AUTH-PAT        PIC  X(26).
        10  RULE-DEST-TYPE       PIC  X(01).
            88  RULE-DEST-GROUP               VALUE  "G".
            88  RULE-DEST-DIR                 VALUE  "D".
            88  RULE-DEST-PRINT               VALUE  "P".
            88  RULE-DEST-NONE                VALUE  SPACE.
        10  RULE-DEST            PIC  X(60).
**   Rules loaded from RPTDEF instead of ROUTPARM -- one per route,
**   each carrying its definition's pattern (a definition with no
**   routes still gets one, with no destination, so it can win the
**   match and deliver nothing).  BEST-PAT is the pattern picked for
**   the record in hand by 0140-PICK-REPORT.
77  ROUTE-SOURCE-SW          PIC  X(01)  VALUE  "P".
    88  ROUTES-FROM-ROUTPARM              VALUE  "P".
    88  ROUTES-FROM-RPTDEF                VALUE  "D".
77  ROUTE-IDX                PIC S9(04)  COMP.
77  ROUTE-DEST-CNT           PIC S9(04)  COMP  VALUE  0.
77  BEST-PAT                 PIC  X(26).
77  BEST-LEN                 PIC S9(04)  COMP.

**   The @-wildcard match -- same rule as the spooler commands;
**   keep in step with the copy in HP2CATI.
77  SCANNED-CNT              PIC S9(09)  COMP  VALUE  0.
77  DELIVERED-CNT            PIC S9(09)  COMP  VALUE  0.
77  FAILED-CNT               PIC S9(09)  COMP  VALUE  0.
**   The same three handed out as JCWs for HP2RUNC's run ledger.
77  SCANNED-VAR-NAME         PIC  X(16)  VALUE  "RTF_DIST_SCANNED".
77  DELIVERED-VAR-NAME       PIC  X(13)  VALUE  "RTF_DIST_SENT".
77  FAILED-VAR-NAME          PIC  X(15)  VALUE  "RTF_DIST_FAILED".

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
     DISPLAY  "HP2DIST: "  SCANNED-CNT  " CATALOG RECORD(S) "
              "SCANNED; "  DELIVERED-CNT  " DELIVERY(S) MADE; "
              FAILED-CNT  " FAILED".
     %PUTVARINT(SCANNED-VAR-NAME#,SCANNED-CNT#)
     %PUTVARINT(DELIVERED-VAR-NAME#,DELIVERED-CNT#)
     %PUTVARINT(FAILED-VAR-NAME#,FAILED-CNT#)
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
**   Load ROUTPARM -- same expectation as SCANPARM: it has to exist
**   and end up with at least one rule, or the step is a no-op
**   somebody will mistake for a delivery.
     PERFORM  0030-LOAD-REPORT-DEFS.
     OPEN  INPUT     ROUTPARM-FILE.
     IF  ( ROUTPARM-FILE-STATUS  <>  "00" )  AND  ROUTES-FROM-RPTDEF
         DISPLAY  "HP2DIST: NO ROUTPARM FILE (STATUS "
                  ROUTPARM-FILE-STATUS  ") -- TODAY'S RECORDS"
         GO TO  0010-PARM-CHECK.
     IF  ROUTPARM-FILE-STATUS    <>  "00"
         DISPLAY  "HP2DIST: COULD NOT OPEN ROUTPARM-FILE; STATUS = "
                  ROUTPARM-FILE-STATUS
             GO TO  0010-PARM-DONE.
     IF  ROUTPARM-REC        =   SPACES
         GO TO  0010-PARM-NEXT.
     IF  ROUTES-FROM-RPTDEF
     AND ( ROUTPARM-KEYWORD  <>  "DATE1" )
     AND ( ROUTPARM-KEYWORD  <>  "DATE2" )
         DISPLAY  "HP2DIST: ROUTPARM "  ROUTPARM-KEYWORD
                  " LINE IGNORED -- ROUTING COMES FROM RPTDEF"
         GO TO  0010-PARM-NEXT.
**   A JOBNAME or AUTHOR landing on top of a still-pending one
**   means the rule in between lost its destination line -- the
**   same class of policy typo HP2CATM stops over (a JOBNAME with
                  "') HAS NO DESTINATION LINE -- FIX ROUTPARM "
                  "AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0010-PARM-CHECK.
     IF  ROUTES-FROM-RPTDEF
         IF  ROUTE-DEST-CNT      =   0
             DISPLAY  "HP2DIST: NO REPORT DEFINITION IN RPTDEF HAS "
                      "A ROUTE -- NOTHING WOULD EVER BE DELIVERED; "
                      "FIX IT WITH HP2RDEF AND RERUN"
             CALL  INTRINSIC  "QUIT"  USING  \1\
         END-IF
         GO TO  0010-READ-PARMS-X.
     IF  RULE-CNT            =   0
         DISPLAY  "HP2DIST: ROUTPARM HAS NO DESTINATION LINES -- "
                  "NOTHING WOULD EVER BE DELIVERED; FIX IT AND "
 0020-CLOSE-RULE-X.  EXIT.
**
*************************************
**
 0030-LOAD-REPORT-DEFS       SECTION.
**   Every route of every RPTDEF definition becomes a rule, in key
**   order.  No RPTDEF equated leaves ROUTPARM's rules in charge.
     OPEN  INPUT     RPTDEF-FILE.
     IF  RPTDEF-FILE-STATUS      <>  "00"
         DISPLAY  "HP2DIST: NO RPTDEF FILE (STATUS "
                  RPTDEF-FILE-STATUS  ") -- ROUTING FROM ROUTPARM"
         GO TO  0030-LOAD-REPORT-DEFS-X.
     SET  ROUTES-FROM-RPTDEF     TO  TRUE.
     MOVE  LOW-VALUES            TO  RD-PATTERN.
     START  RPTDEF-FILE  KEY  NOT  <  RD-PATTERN
         INVALID  KEY
             GO TO  0030-DEF-DONE.
 0030-DEF-NEXT.
     READ  RPTDEF-FILE  NEXT  RECORD
         AT  END
             GO TO  0030-DEF-DONE.
     MOVE  1                     TO  ROUTE-IDX.
 0030-ROUTE-NEXT.
     IF  ROUTE-IDX           >   4
         GO TO  0030-DEF-NEXT.
     IF  ( ROUTE-IDX  >  1 )  AND  ( RD-ROUTE-TYPE(ROUTE-IDX) = SPACE )
         GO TO  0030-DEF-NEXT.
     IF  RULE-CNT            >=  RULE-MAX
         DISPLAY  "HP2DIST: MORE THAN "  RULE-MAX
                  " ROUTES IN RPTDEF -- RAISE RULE-MAX AND RECOMPILE"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     ADD   1                     TO  RULE-CNT.
     MOVE  RD-PATTERN            TO  RULE-JOB-PAT(RULE-CNT).
     MOVE  SPACES                TO  RULE-AUTH-PAT(RULE-CNT).
     MOVE  RD-ROUTE-TYPE(ROUTE-IDX)  TO  RULE-DEST-TYPE(RULE-CNT).
     MOVE  RD-ROUTE-DEST(ROUTE-IDX)  TO  RULE-DEST(RULE-CNT).
     IF  NOT  RULE-DEST-NONE(RULE-CNT)
         ADD   1                     TO  ROUTE-DEST-CNT.
     ADD   1                     TO  ROUTE-IDX.
     GO TO  0030-ROUTE-NEXT.
 0030-DEF-DONE.
     CLOSE  RPTDEF-FILE.
     DISPLAY  "HP2DIST: "  ROUTE-DEST-CNT  " ROUTE(S) FROM RPTDEF".
 0030-LOAD-REPORT-DEFS-X.  EXIT.
**
*************************************
**
 0100-WALK-CATALOG           SECTION.
**   The usual HP2CATI walk -- one START at DATE1, READ NEXTs until
     IF  CAT-DATE            >   DIST-DATE2
         GO TO  0100-WALK-DONE.
     ADD   1                     TO  SCANNED-CNT.
     IF  ROUTES-FROM-RPTDEF
         PERFORM  0140-PICK-REPORT.
     MOVE  1                     TO  RULE-IDX.
 0100-TRY-RULE.
     IF  RULE-IDX            >   RULE-CNT
 0110-MATCH-RULE             SECTION.
**   Both of the rule's patterns against this record -- a blank
**   pattern matches everything, so PAT-MATCHES only survives both
**   tests when the rule really applies.  Rules from RPTDEF apply
**   when they belong to the definition 0140-PICK-REPORT chose and
**   have somewhere to go.
     IF  ROUTES-FROM-RPTDEF
         IF  ( BEST-LEN  >=  0 )
         AND ( RULE-JOB-PAT(RULE-IDX)  =  BEST-PAT )
         AND ( NOT  RULE-DEST-NONE(RULE-IDX) )
             SET  PAT-MATCHES            TO  TRUE
         ELSE
             SET  PAT-NO-MATCH           TO  TRUE
         END-IF
         GO TO  0110-MATCH-RULE-X.
     SET  PAT-MATCHES            TO  TRUE.
     IF  RULE-JOB-PAT(RULE-IDX)  <>  SPACES
         MOVE  RULE-JOB-PAT(RULE-IDX)    TO  PAT-TEXT
 0130-LOG-DELIVERY-X.  EXIT.
**
*************************************
**
 0140-PICK-REPORT            SECTION.
**   Which definition this record's job belongs to -- the matching
**   pattern with the longest literal part; on a tie the first in
**   key order stays, which puts an exact name ahead of the same
**   name with an @.  BEST-LEN stays -1 when none fits.
     MOVE  -1                    TO  BEST-LEN.
     MOVE  SPACES                TO  BEST-PAT.
     MOVE  1                     TO  RULE-IDX.
 0140-TRY-PAT.
     IF  RULE-IDX            >   RULE-CNT
         GO TO  0140-PICK-REPORT-X.
     MOVE  RULE-JOB-PAT(RULE-IDX)    TO  PAT-TEXT.
     MOVE  CAT-JOB-NAME              TO  PAT-SUBJECT.
     PERFORM  0200-MATCH-PATTERN.
     IF  PAT-MATCHES  AND  ( PAT-LEN  >  BEST-LEN )
         MOVE  PAT-LEN                   TO  BEST-LEN
         MOVE  RULE-JOB-PAT(RULE-IDX)    TO  BEST-PAT.
     ADD   1                     TO  RULE-IDX.
     GO TO  0140-TRY-PAT.
 0140-PICK-REPORT-X.  EXIT.
**
*************************************
**
 0200-MATCH-PATTERN          SECTION.
**   Match PAT-SUBJECT against PAT-TEXT under the trailing-@ rule.
