**     - converted output files whose catalog record is past its
**       retention are PURGEd;
**     - the expired catalog records themselves are appended to the
**       RTFHIST history file (same 200-byte layout as RTFCAT) and
**       then DELETEd from the live catalog, so HP2CATI inquiries
**       stay fast and the audit trail survives;
**     - every record still within retention has its CAT-OUT-NAME
**   too, since expiring records with nowhere to archive them would
**   throw the audit trail away.
**
**   When the report-definition file RPTDEF is equated (see
**   HP2RDEF), the per-report retention comes from there instead:
**   every definition is a rule, its RETAIN days the rule's days (a
**   definition with no RETAIN of its own takes the DEFAULT), and
**   the most specific matching pattern wins rather than the first
**   -- the definitions come in key order, which says nothing about
**   which one is meant.  RETPARM is then optional and only its
**   DEFAULT line counts; JOBNAME/DAYS lines in it are skipped with
**   a warning.
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  RETPARM-FILE    ASSIGN  "RETPARM"
                            FILE STATUS  RETPARM-FILE-STATUS.
**   Report definitions -- OPTIONAL; see 0020-LOAD-REPORT-DEFS.
    SELECT  RPTDEF-FILE     ASSIGN  "RPTDEF"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  RD-PATTERN
                            FILE STATUS  RPTDEF-FILE-STATUS.
    SELECT  RTFCAT-FILE     ASSIGN  "RTFCAT"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
    05  F                       PIC  X(02).
    05  RETPARM-VALUE           PIC  X(70).

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
    05  RD-RETAIN-NUM  REDEFINES  RD-RETAIN-DAYS
                                PIC  9(04).
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

**   Same 200 bytes as RTFCAT-REC, unkeyed -- the history file is
**   plain sequential, appended to forever.
FD  RTFHIST-FILE    RECORD  CONTAINS  200  CHARACTERS.
01  RTFHIST-REC             PIC  X(200).

WORKING-STORAGE SECTION.
77  RETPARM-FILE-STATUS      PIC  X(02).
77  RPTDEF-FILE-STATUS       PIC  X(02).
77  RTFCAT-FILE-STATUS       PIC  X(02).
77  RTFHIST-FILE-STATUS      PIC  X(02).
77  SUB                      PIC S9(09)  COMP.

**   The retention rules as loaded from RETPARM -- JOBNAME starts a
**   rule, the DAYS after it closes it; tried in file order.
77  RET-RULE-MAX             PIC S9(04)  COMP  VALUE  200.
77  RET-RULE-CNT             PIC S9(04)  COMP  VALUE  0.
77  RET-RULE-IDX             PIC S9(04)  COMP.
77  RET-DEFAULT-DAYS         PIC S9(09)  COMP  VALUE  0.
    88  RET-RULE-OPEN                     VALUE  "Y".
    88  RET-RULE-CLOSED                   VALUE  "N".
01  RET-RULE-TABLE.
    05  RET-RULE-ENTRY       OCCURS  200  TIMES.
        10  RET-RULE-PAT         PIC  X(26).
        10  RET-RULE-DAYS        PIC S9(09)  COMP.
**   Rules loaded from RPTDEF instead of RETPARM -- see the block
**   comment up top.  A definition with no RETAIN carries days of -1
**   ("the DEFAULT"); RET-BEST-LEN is the literal length of the best
**   match so far.
77  RET-SOURCE-SW            PIC  X(01)  VALUE  "P".
    88  RET-FROM-RETPARM                  VALUE  "P".
    88  RET-FROM-RPTDEF                   VALUE  "D".
77  RET-BEST-LEN             PIC S9(04)  COMP.
**   Retention days picked for the record in hand, and the cutoff
**   date it works out to -- a record dated before the cutoff is
**   expired.
**   next DAYS line closes it; a JOBNAME with no DAYS behind it (or
**   a DAYS with no JOBNAME ahead of it) is a policy typo worth
**   stopping over, not guessing past.
     PERFORM  0020-LOAD-REPORT-DEFS.
     OPEN  INPUT     RETPARM-FILE.
     IF  ( RETPARM-FILE-STATUS  <>  "00" )  AND  RET-FROM-RPTDEF
         DISPLAY  "HP2CATM: NO RETPARM FILE (STATUS "
                  RETPARM-FILE-STATUS  ") -- NO DEFAULT RETENTION"
         GO TO  0010-PARM-CHECK.
     IF  RETPARM-FILE-STATUS     <>  "00"
         DISPLAY  "HP2CATM: COULD NOT OPEN RETPARM-FILE; STATUS = "
                  RETPARM-FILE-STATUS
             GO TO  0010-PARM-DONE.
     IF  RETPARM-REC         =   SPACES
         GO TO  0010-PARM-NEXT.
     IF  RET-FROM-RPTDEF
     AND ( ( RETPARM-KEYWORD  =  "JOBNAME" )
        OR ( RETPARM-KEYWORD  =  "DAYS" ) )
         DISPLAY  "HP2CATM: RETPARM "  RETPARM-KEYWORD
                  " LINE IGNORED -- RETENTION RULES COME FROM RPTDEF"
         GO TO  0010-PARM-NEXT.
     IF  RETPARM-KEYWORD     =   "DEFAULT"
         IF  RETPARM-VALUE(1:4)  IS  NUMERIC
             MOVE  RETPARM-VALUE(1:4)    TO  RET-DEFAULT-DAYS
         DISPLAY  "HP2CATM: LAST JOBNAME RULE HAS NO DAYS LINE -- "
                  "FIX RETPARM AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0010-PARM-CHECK.
     IF  ( RET-RULE-CNT  =  0 )  AND  ( RET-DEFAULT-DAYS  =  0 )
         DISPLAY  "HP2CATM: RETPARM HAS NO RULES AND NO DEFAULT -- "
                  "NOTHING WOULD EVER EXPIRE; FIX RETPARM AND RERUN"
 0010-READ-PARMS-X.  EXIT.
**
*************************************
**
 0020-LOAD-REPORT-DEFS       SECTION.
**   Every RPTDEF definition becomes a retention rule, in key
**   order.  No RPTDEF equated leaves RETPARM's rules in charge.
     OPEN  INPUT     RPTDEF-FILE.
     IF  RPTDEF-FILE-STATUS      <>  "00"
         DISPLAY  "HP2CATM: NO RPTDEF FILE (STATUS "
                  RPTDEF-FILE-STATUS  ") -- RETENTION FROM RETPARM"
         GO TO  0020-LOAD-REPORT-DEFS-X.
     SET  RET-FROM-RPTDEF        TO  TRUE.
     MOVE  LOW-VALUES            TO  RD-PATTERN.
     START  RPTDEF-FILE  KEY  NOT  <  RD-PATTERN
         INVALID  KEY
             GO TO  0020-DEF-DONE.
 0020-DEF-NEXT.
     READ  RPTDEF-FILE  NEXT  RECORD
         AT  END
             GO TO  0020-DEF-DONE.
     IF  RET-RULE-CNT        >=  RET-RULE-MAX
         DISPLAY  "HP2CATM: MORE THAN "  RET-RULE-MAX
                  " REPORT DEFINITIONS IN RPTDEF -- RAISE "
                  "RET-RULE-MAX AND RECOMPILE"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     ADD   1                     TO  RET-RULE-CNT.
     MOVE  RD-PATTERN            TO  RET-RULE-PAT(RET-RULE-CNT).
     IF  RD-RETAIN-DAYS      =   SPACES
         MOVE  -1                    TO  RET-RULE-DAYS(RET-RULE-CNT)
     ELSE
         MOVE  RD-RETAIN-NUM         TO  RET-RULE-DAYS(RET-RULE-CNT).
     GO TO  0020-DEF-NEXT.
 0020-DEF-DONE.
     CLOSE  RPTDEF-FILE.
     DISPLAY  "HP2CATM: "  RET-RULE-CNT
              " RETENTION RULE(S) FROM RPTDEF".
 0020-LOAD-REPORT-DEFS-X.  EXIT.
**
*************************************
**
 0100-SWEEP-CATALOG          SECTION.
**   One pass over the whole catalog in key (conversion-date) order.
 0110-PICK-RETENTION         SECTION.
**   Retention days for the record in hand -- the first RETPARM rule
**   whose JOBNAME pattern matches CAT-JOB-NAME, falling back to the
**   DEFAULT line (which itself defaults to 0, keep forever).  Rules
**   from RPTDEF are all tried and the longest literal match kept;
**   on a tie the first in key order stays, which puts an exact
**   name ahead of the same name with an @.
     MOVE  RET-DEFAULT-DAYS      TO  RET-PICKED-DAYS.
     MOVE  -1                    TO  RET-BEST-LEN.
     MOVE  1                     TO  RET-RULE-IDX.
 0110-TRY-RULE.
     IF  RET-RULE-IDX        >   RET-RULE-CNT
     MOVE  RET-RULE-PAT(RET-RULE-IDX)    TO  PAT-TEXT.
     MOVE  CAT-JOB-NAME                  TO  PAT-SUBJECT.
     PERFORM  0200-MATCH-PATTERN.
     IF  PAT-MATCHES  AND  RET-FROM-RETPARM
         MOVE  RET-RULE-DAYS(RET-RULE-IDX)   TO  RET-PICKED-DAYS
         GO TO  0110-PICK-RETENTION-X.
     IF  PAT-MATCHES  AND  ( PAT-LEN  >  RET-BEST-LEN )
         MOVE  PAT-LEN                   TO  RET-BEST-LEN
         IF  RET-RULE-DAYS(RET-RULE-IDX)     <   0
             MOVE  RET-DEFAULT-DAYS          TO  RET-PICKED-DAYS
         ELSE
             MOVE  RET-RULE-DAYS(RET-RULE-IDX)   TO  RET-PICKED-DAYS
         END-IF.
     ADD   1                     TO  RET-RULE-IDX.
     GO TO  0110-TRY-RULE.
 0110-PICK-RETENTION-X.  EXIT.
