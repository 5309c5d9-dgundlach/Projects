IDENTIFICATION DIVISION.
PROGRAM-ID.         HP2BIND.
DATE-WRITTEN.       10/15/2026.
AUTHOR.             DAVID POWELL,  MMfab, Inc.
**
**   Report binder -- gathers a set of converted documents (the
**   month-end close reports, the registers, the aging, the
**   reconciliation output) out of the catalog and assembles them
**   into one RTF or HTML package for the controller or the outside
**   auditors, instead of somebody pasting them together by hand.
**   The package opens with a cover page and a table of contents
**   (one line per document: job name, author, conversion date and
**   page count, each linked to its document), then each document
**   in its own section.
**
**   The binder comes from BINDDEF, keyword lines in the ROUTPARM
**   style:
**
**     NAME      the binder's name -- it is cataloged under this as
**               its job name, so RPTDEF/RETPARM retention and
**               HP2DIST routing find it like any other report
**               (required)
**     TITLE     cover-page title (default the NAME)
**     OUTPUT    file name of the package, built fresh each run
**               (required)
**     MODE      RTF or HTML (default RTF)
**     DATE1     yyyymmdd -- catalog range, on or after (default
**               today)
**     DATE2     yyyymmdd -- on or before (default today)
**     JOBNAME   job-name pattern -- opens one selection (trailing
**               @ matches the rest -- the same rule as HP2CATI's
**               0200-MATCH-PATTERN)
**     AUTHOR    user.account pattern for the selection just opened
**               (default @; an AUTHOR with no JOBNAME ahead of it
**               opens a selection of its own, for any job)
**     ORDER     LIST -- documents in the order of the selections,
**               and in conversion order within one (the default);
**               DATE -- all of them in conversion order
**
**   A document is bound once however many selections it fits
**   (the first one decides its place).  Only documents cataloged
**   in the package's own mode can go inside it; a PDF or DATA
**   extract (or an RTF document in an HTML binder, and the other
**   way round) is still listed in the contents, marked NOT
**   INCLUDED with its file name, and so is a document whose file
**   can no longer be opened.  Earlier binders are never bound into
**   a later one.
**
**   The package is sealed and cataloged like a converted document
**   (CAT-IN-NAME "BINDDEF", CAT-AUTHOR the user.account running
**   this), so HP2CATI finds it and HP2FIXA audits it.  Documents
**   bound go out in the RTF_BIND_DOCS JCW, documents listed but
**   not included in RTF_BIND_SKIPPED.
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  BINDDEF-FILE    ASSIGN  "BINDDEF"
                            FILE STATUS  BINDDEF-FILE-STATUS.
    SELECT  RTFCAT-FILE     ASSIGN  "RTFCAT"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  CAT-KEY
                            FILE STATUS  RTFCAT-FILE-STATUS.
**   A document being bound -- equated to its CAT-OUT-NAME in turn
**   -- and, at the end, the finished package read back for its
**   seal.
    SELECT  BINDIN-FILE     ASSIGN  "BINDIN"
                            FILE STATUS  BINDIN-FILE-STATUS.
**   The package -- equated to the OUTPUT name by
**   0300-OPEN-PACKAGE.
    SELECT  BINDTO-FILE     ASSIGN  "BINDTO"
                            FILE STATUS  BINDTO-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

$DEFINE  %MAXOUTLEN=1024#

FD  BINDDEF-FILE    RECORD  CONTAINS  80  CHARACTERS.
01  BINDDEF-REC.
    05  BINDDEF-KEYWORD         PIC  X(08).
    05  F                       PIC  X(02).
    05  BINDDEF-VALUE           PIC  X(70).

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

**   Same shape as HP2RTF's output files.
FD  BINDIN-FILE     RECORD  VARYING FROM  0  TO  %MAXOUTLEN
                    DEPENDING ON    BINDIN-REC-LEN.
01  BINDIN-REC              PIC  X(%MAXOUTLEN).

FD  BINDTO-FILE     RECORD  VARYING FROM  0  TO  %MAXOUTLEN
                    DEPENDING ON    BINDTO-REC-LEN.
01  BINDTO-REC              PIC  X(%MAXOUTLEN).

WORKING-STORAGE SECTION.
77  BINDDEF-FILE-STATUS      PIC  X(02).
77  RTFCAT-FILE-STATUS       PIC  X(02).
77  BINDIN-FILE-STATUS       PIC  X(02).
77  BINDTO-FILE-STATUS       PIC  X(02).
77  BINDIN-REC-LEN           PIC S9(09)  COMP.
77  BINDTO-REC-LEN           PIC S9(09)  COMP.
77  SUB                      PIC S9(09)  COMP.

**   The binder definition.
01  BIND-PARMS.
    05  BIND-NAME            PIC  X(26)  VALUE  SPACES.
    05  BIND-TITLE           PIC  X(70)  VALUE  SPACES.
    05  BIND-OUT-NAME        PIC  X(36)  VALUE  SPACES.
    05  BIND-DATE1           PIC  9(08)  VALUE  0.
    05  BIND-DATE2           PIC  9(08)  VALUE  0.
    05  BIND-MODE            PIC  X(01)  VALUE  "R".
        88  BIND-MODE-RTF                 VALUE  "R".
        88  BIND-MODE-HTML                VALUE  "H".
    05  BIND-ORDER           PIC  X(01)  VALUE  "L".
        88  BIND-ORDER-LIST               VALUE  "L".
        88  BIND-ORDER-DATE               VALUE  "D".

**   The selections, in BINDDEF order.
77  SEL-MAX                  PIC S9(04)  COMP  VALUE  50.
77  SEL-CNT                  PIC S9(04)  COMP  VALUE  0.
77  SEL-IDX                  PIC S9(04)  COMP.
01  SEL-TABLE.
    05  SEL-ENTRY            OCCURS  50  TIMES.
        10  SEL-JOB-PAT          PIC  X(26).
        10  SEL-AUTH-PAT         PIC  X(26).
        10  SEL-AUTH-SW          PIC  X(01).
            88  SEL-AUTH-GIVEN                VALUE  "Y".

**   Every catalog entry some selection picked, in key order, and
**   what became of it.  ORDER-DOC lists them in binding order.
77  DOC-MAX                  PIC S9(04)  COMP  VALUE  500.
77  DOC-CNT                  PIC S9(04)  COMP  VALUE  0.
77  DOC-IDX                  PIC S9(04)  COMP.
01  DOC-TABLE.
    05  DOC-ENTRY            OCCURS  500  TIMES.
        10  DOC-CAT-DATE         PIC  9(08).
        10  DOC-OUT-NAME         PIC  X(36).
        10  DOC-MODE             PIC  X(01).
        10  DOC-JOB-NAME         PIC  X(26).
        10  DOC-AUTHOR           PIC  X(26).
        10  DOC-PAGES            PIC  9(07).
        10  DOC-MASK-CNT         PIC  9(07).
        10  DOC-SEL              PIC S9(04)  COMP.
        10  DOC-STATE            PIC  X(01).
            88  DOC-BINDABLE                  VALUE  "B".
            88  DOC-WRONG-MODE                VALUE  "W".
            88  DOC-UNREADABLE                VALUE  "U".
77  ORDER-CNT                PIC S9(04)  COMP  VALUE  0.
77  ORDER-IDX                PIC S9(04)  COMP.
01  ORDER-TABLE.
    05  ORDER-DOC            OCCURS  500  TIMES  PIC S9(04)  COMP.

**   The document number in the contents, and the bookmark/anchor
**   name it links to (D + the number).
77  DOC-NUM-ED               PIC  9(03).

**   One line of output being built, and the held last record of a
**   document being copied -- an RTF document's closing "}" can
**   only be told from the rest once the file ends.
77  BUILD-LINE               PIC  X(%MAXOUTLEN).
77  BUILD-PTR                PIC S9(09)  COMP.
77  HOLD-REC                 PIC  X(%MAXOUTLEN).
77  HOLD-LEN                 PIC S9(09)  COMP.
77  HOLD-SW                  PIC  X(01).
    88  HOLD-FULL                         VALUE  "Y".
    88  HOLD-EMPTY                        VALUE  "N".
77  FIRST-REC-SW             PIC  X(01).
    88  ON-FIRST-REC                      VALUE  "Y".
77  PRE-SW                   PIC  X(01)  VALUE  "N".
    88  IN-PRE-BLOCK                      VALUE  "Y".

**   Catalog text going into the package, with the RTF/HTML
**   specials scrubbed to spaces the way HP2RTF's 1170-TOC-ENTRY
**   scrubs its lead lines.
77  SAFE-TEXT                PIC  X(70).
77  SAFE-TITLE               PIC  X(70).

**   The contents line -- fixed columns, the package being in a
**   fixed-pitch face.
01  TOC-LINE.
    05  TOC-L-NUM            PIC  ZZ9.
    05  F                    PIC  X(02)  VALUE  SPACES.
    05  TOC-L-JOB            PIC  X(26).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  TOC-L-AUTHOR         PIC  X(26).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  TOC-L-DATE           PIC  9(08).
    05  F                    PIC  X(02)  VALUE  SPACES.
    05  TOC-L-PAGES          PIC  ZZZ,ZZ9.
    05  F                    PIC  X(02)  VALUE  SPACES.
    05  TOC-L-NOTE           PIC  X(50).
01  TOC-HEAD-LINE.
    05  F                    PIC  X(05)  VALUE  "  #  ".
    05  F                    PIC  X(27)  VALUE
        "JOB                        ".
    05  F                    PIC  X(27)  VALUE
        "AUTHOR                     ".
    05  F                    PIC  X(19)  VALUE
        "CONVERTED     PAGES".
01  NOTE-LINE.
    05  F                    PIC  X(14)  VALUE  "NOT INCLUDED: ".
    05  NOTE-WHY             PIC  X(36).

**   Cover-page counts.
77  COVER-DOCS-ED            PIC  ZZ9.
77  COVER-PAGES-ED           PIC  Z,ZZZ,ZZ9.

**   Fixity checksum working fields -- keep in step with the copy
**   in HP2RTF.
77  FIX-REC-LEN              PIC S9(09)  COMP.
77  FIX-SUB                  PIC S9(09)  COMP.
77  FIX-SUM-A                PIC S9(09)  COMP.
77  FIX-SUM-B                PIC S9(09)  COMP.
77  FIX-BYTE-CNT             PIC S9(18)  COMP.
01  FIX-CHAR-STUFF.
    05  F               PIC  X(01)  VALUE  LOW-VALUES.
    05  FIX-CHAR-BYTE   PIC  X(01).
01  FIX-CHAR-CODE  REDEFINES  FIX-CHAR-STUFF  PIC S9(04)  COMP.

**   Catalog-write fields -- see 0070-WRITE-CATALOG over in HP2RTF.
01  CAT-WORK-FIELDS.
    05  CAT-WORK-DATE        PIC  9(06).
    05  F  REDEFINES  CAT-WORK-DATE.
        10  CAT-WORK-YY      PIC  9(02).
        10  F                PIC  9(04).
    05  CAT-WORK-TIME        PIC  9(08).
77  CAT-SEQ-NUM              PIC S9(04)  COMP  VALUE  0.
77  CAT-RETRY-CNT            PIC S9(04)  COMP.

01  COMMAND-FIELDS.
    05  COMMAND-STRING       PIC  X(100).
    05  COMMAND-PTR          PIC S9(09)  COMP.
    05  COMMAND-LEN          PIC S9(09)  COMP.
    05  COMMAND-RESULT       PIC S9(09)  COMP.

77  BOUND-CNT                PIC S9(09)  COMP  VALUE  0.
77  SKIPPED-CNT              PIC S9(09)  COMP  VALUE  0.
77  UNREADABLE-CNT           PIC S9(09)  COMP  VALUE  0.
77  BOUND-PAGES              PIC S9(09)  COMP  VALUE  0.
77  BOUND-MASKS              PIC S9(09)  COMP  VALUE  0.
77  PACKAGE-RECS             PIC S9(09)  COMP  VALUE  0.
77  CONTENTS-PAGES           PIC S9(09)  COMP.
77  BOUND-VAR-NAME           PIC  X(13)  VALUE  "RTF_BIND_DOCS".
77  SKIPPED-VAR-NAME         PIC  X(16)  VALUE  "RTF_BIND_SKIPPED".

**   The @-wildcard match -- same rule as the spooler commands;
**   keep in step with the copy in HP2CATI.
77  PAT-TEXT                 PIC  X(26).
77  PAT-SUBJECT              PIC  X(26).
77  PAT-LEN                  PIC S9(04)  COMP.
77  PAT-MATCH-SW             PIC  X(01).
    88  PAT-MATCHES                       VALUE  "Y".
    88  PAT-NO-MATCH                      VALUE  "N".

**   Today, windowed the shop way -- see 0070-WRITE-CATALOG over in
**   HP2RTF -- and who is running this, for the catalog's author.
01  RUN-DATE-FIELDS.
    05  RUN-WORK-DATE        PIC  9(06).
    05  F  REDEFINES  RUN-WORK-DATE.
        10  RUN-WORK-YY      PIC  9(02).
        10  F                PIC  9(04).
    05  RUN-DATE             PIC  9(08).
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
     MOVE  RUN-DATE              TO  BIND-DATE1  BIND-DATE2.
     %GETVARSTR(USER-VAR-NAME#,RUN-USER#)
     %GETVARSTR(ACCOUNT-VAR-NAME#,RUN-ACCOUNT#)
     STRING  RUN-USER            DELIMITED  BY  SPACE
             "."                 DELIMITED  BY  SIZE
             RUN-ACCOUNT         DELIMITED  BY  SPACE
             INTO    RUN-USER-ACCT.
     PERFORM  0010-READ-DEF.
     OPEN  I-O       RTFCAT-FILE.
     IF  RTFCAT-FILE-STATUS      <>  "00"
         DISPLAY  "HP2BIND: COULD NOT OPEN RTFCAT; STATUS = "
                  RTFCAT-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     PERFORM  0100-SELECT-DOCUMENTS.
     PERFORM  0150-ORDER-DOCUMENTS.
     PERFORM  0200-CHECK-DOCUMENTS.
     IF  BOUND-CNT           =   0
         DISPLAY  "HP2BIND: NOTHING TO BIND FOR "  BIND-NAME
                  " -- NO PACKAGE BUILT, NOTHING CATALOGED"
     ELSE
         PERFORM  0300-OPEN-PACKAGE
         PERFORM  0310-WRITE-COVER
         PERFORM  0320-WRITE-CONTENTS
         PERFORM  0400-BIND-DOCUMENTS
         PERFORM  0500-CATALOG-PACKAGE.
     CLOSE  RTFCAT-FILE.
     %PUTVARINT(BOUND-VAR-NAME#,BOUND-CNT#)
     %PUTVARINT(SKIPPED-VAR-NAME#,SKIPPED-CNT#)
     DISPLAY  "HP2BIND: "  BIND-NAME  " -- "  BOUND-CNT
              " DOCUMENT(S) BOUND, "  SKIPPED-CNT
              " NOT INCLUDED, "  BIND-DATE1  " - "  BIND-DATE2.
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
*************************************
**
 0010-READ-DEF               SECTION.
**   Load BINDDEF -- it has to exist and name the binder, its
**   output file and at least one selection.  A bad line stops the
**   run: a binder handed to the auditors short a report is worse
**   than a stopped job.
     OPEN  INPUT     BINDDEF-FILE.
     IF  BINDDEF-FILE-STATUS     <>  "00"
         DISPLAY  "HP2BIND: COULD NOT OPEN BINDDEF-FILE; STATUS = "
                  BINDDEF-FILE-STATUS
         DISPLAY  "HP2BIND: EQUATE A POPULATED BINDDEF BINDER "
                  "DEFINITION TO THIS JOB AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0010-DEF-NEXT.
     READ  BINDDEF-FILE
         AT  END
             GO TO  0010-DEF-DONE.
     IF  BINDDEF-REC         =   SPACES
         GO TO  0010-DEF-NEXT.
     IF  BINDDEF-KEYWORD     =   "NAME"
         MOVE  BINDDEF-VALUE(1:26)   TO  BIND-NAME
     ELSE,  IF  BINDDEF-KEYWORD     =   "TITLE"
         MOVE  BINDDEF-VALUE         TO  BIND-TITLE
     ELSE,  IF  BINDDEF-KEYWORD     =   "OUTPUT"
         MOVE  BINDDEF-VALUE(1:36)   TO  BIND-OUT-NAME
     ELSE,  IF  BINDDEF-KEYWORD     =   "MODE"
         IF  BINDDEF-VALUE(1:4)  =   "RTF "
             SET  BIND-MODE-RTF          TO  TRUE
         ELSE,  IF  BINDDEF-VALUE(1:5)  =   "HTML "
             SET  BIND-MODE-HTML         TO  TRUE
         ELSE
             DISPLAY  "HP2BIND: MODE MUST BE RTF OR HTML -- FIX "
                      "BINDDEF AND RERUN"
             CALL  INTRINSIC  "QUIT"  USING  \1\
         END-IF
         END-IF
     ELSE,  IF  BINDDEF-KEYWORD     =   "ORDER"
         IF  BINDDEF-VALUE(1:5)  =   "LIST "
             SET  BIND-ORDER-LIST        TO  TRUE
         ELSE,  IF  BINDDEF-VALUE(1:5)  =   "DATE "
             SET  BIND-ORDER-DATE        TO  TRUE
         ELSE
             DISPLAY  "HP2BIND: ORDER MUST BE LIST OR DATE -- FIX "
                      "BINDDEF AND RERUN"
             CALL  INTRINSIC  "QUIT"  USING  \1\
         END-IF
         END-IF
     ELSE,  IF  BINDDEF-KEYWORD     =   "DATE1"
         IF  BINDDEF-VALUE(1:8)  IS  NUMERIC
             MOVE  BINDDEF-VALUE(1:8)    TO  BIND-DATE1
         ELSE
             DISPLAY  "HP2BIND: DATE1 IS NOT YYYYMMDD -- FIX "
                      "BINDDEF AND RERUN"
             CALL  INTRINSIC  "QUIT"  USING  \1\
         END-IF
     ELSE,  IF  BINDDEF-KEYWORD     =   "DATE2"
         IF  BINDDEF-VALUE(1:8)  IS  NUMERIC
             MOVE  BINDDEF-VALUE(1:8)    TO  BIND-DATE2
         ELSE
             DISPLAY  "HP2BIND: DATE2 IS NOT YYYYMMDD -- FIX "
                      "BINDDEF AND RERUN"
             CALL  INTRINSIC  "QUIT"  USING  \1\
         END-IF
     ELSE,  IF  BINDDEF-KEYWORD     =   "JOBNAME"
         PERFORM  0020-OPEN-SELECTION
         MOVE  BINDDEF-VALUE(1:26)   TO  SEL-JOB-PAT(SEL-CNT)
     ELSE,  IF  BINDDEF-KEYWORD     =   "AUTHOR"
         IF  SEL-CNT  =  0
             PERFORM  0020-OPEN-SELECTION
         ELSE,  IF  SEL-AUTH-GIVEN(SEL-CNT)
             PERFORM  0020-OPEN-SELECTION
         END-IF
         END-IF
         MOVE  BINDDEF-VALUE(1:26)   TO  SEL-AUTH-PAT(SEL-CNT)
         MOVE  "Y"                   TO  SEL-AUTH-SW(SEL-CNT)
     ELSE
         DISPLAY  "HP2BIND: UNKNOWN BINDDEF KEYWORD '"
                  BINDDEF-KEYWORD  "' -- LINE IGNORED".
     GO TO  0010-DEF-NEXT.
 0010-DEF-DONE.
     CLOSE  BINDDEF-FILE.
     IF  BIND-NAME           =   SPACES
         DISPLAY  "HP2BIND: BINDDEF HAS NO NAME LINE -- FIX IT AND "
                  "RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  BIND-OUT-NAME       =   SPACES
         DISPLAY  "HP2BIND: BINDDEF HAS NO OUTPUT LINE -- FIX IT "
                  "AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  SEL-CNT             =   0
         DISPLAY  "HP2BIND: BINDDEF HAS NO JOBNAME OR AUTHOR LINE "
                  "-- NOTHING WOULD EVER BE BOUND; FIX IT AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  BIND-DATE1          >   BIND-DATE2
         DISPLAY  "HP2BIND: DATE1 IS AFTER DATE2 -- FIX BINDDEF "
                  "AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  BIND-TITLE          =   SPACES
         MOVE  BIND-NAME             TO  BIND-TITLE.
 0010-READ-DEF-X.  EXIT.
**
*************************************
**
 0020-OPEN-SELECTION         SECTION.
**   A fresh selection -- any job, any author until told otherwise.
     IF  SEL-CNT             >=  SEL-MAX
         DISPLAY  "HP2BIND: MORE THAN "  SEL-MAX
                  " SELECTIONS IN BINDDEF -- FIX IT AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     ADD   1                     TO  SEL-CNT.
     MOVE  "@"                   TO  SEL-JOB-PAT(SEL-CNT)
                                     SEL-AUTH-PAT(SEL-CNT).
     MOVE  "N"                   TO  SEL-AUTH-SW(SEL-CNT).
 0020-OPEN-SELECTION-X.  EXIT.
**
*************************************
**
 0100-SELECT-DOCUMENTS       SECTION.
**   One START at DATE1, READ NEXTs until past DATE2 -- the same
**   walk as HP2CATI -- keeping each entry the first selection it
**   fits.  Earlier binders (cataloged from BINDDEF) stay out.
     MOVE  BIND-DATE1            TO  CAT-DATE.
     MOVE  0                     TO  CAT-TIME  CAT-SEQ.
     START  RTFCAT-FILE  KEY  NOT  <  CAT-KEY
         INVALID  KEY
             GO TO  0100-SELECT-DOCUMENTS-X.
 0100-WALK-NEXT.
     READ  RTFCAT-FILE  NEXT  RECORD
         AT  END
             GO TO  0100-SELECT-DOCUMENTS-X.
     IF  CAT-DATE            >   BIND-DATE2
         GO TO  0100-SELECT-DOCUMENTS-X.
     IF  CAT-IN-NAME         =   "BINDDEF"
         GO TO  0100-WALK-NEXT.
     MOVE  1                     TO  SEL-IDX.
 0100-SEL-NEXT.
     IF  SEL-IDX             >   SEL-CNT
         GO TO  0100-WALK-NEXT.
     MOVE  SEL-JOB-PAT(SEL-IDX)  TO  PAT-TEXT.
     MOVE  CAT-JOB-NAME          TO  PAT-SUBJECT.
     PERFORM  0900-MATCH-PATTERN.
     IF  PAT-MATCHES
         MOVE  SEL-AUTH-PAT(SEL-IDX)     TO  PAT-TEXT
         MOVE  CAT-AUTHOR                TO  PAT-SUBJECT
         PERFORM  0900-MATCH-PATTERN.
     IF  PAT-NO-MATCH
         ADD   1                     TO  SEL-IDX
         GO TO  0100-SEL-NEXT.
     IF  DOC-CNT             >=  DOC-MAX
         DISPLAY  "HP2BIND: MORE THAN "  DOC-MAX  " DOCUMENTS "
                  "SELECTED -- NARROW THE BINDDEF SELECTIONS OR "
                  "DATES AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     ADD   1                     TO  DOC-CNT.
     MOVE  CAT-DATE              TO  DOC-CAT-DATE(DOC-CNT).
     MOVE  CAT-OUT-NAME          TO  DOC-OUT-NAME(DOC-CNT).
     MOVE  CAT-MODE              TO  DOC-MODE(DOC-CNT).
     MOVE  CAT-JOB-NAME          TO  DOC-JOB-NAME(DOC-CNT).
     MOVE  CAT-AUTHOR            TO  DOC-AUTHOR(DOC-CNT).
     MOVE  CAT-PAGES             TO  DOC-PAGES(DOC-CNT).
     IF  CAT-IS-REDACTED
         MOVE  CAT-MASK-CNT          TO  DOC-MASK-CNT(DOC-CNT)
     ELSE
         MOVE  0                     TO  DOC-MASK-CNT(DOC-CNT).
     MOVE  SEL-IDX               TO  DOC-SEL(DOC-CNT).
     MOVE  "B"                   TO  DOC-STATE(DOC-CNT).
     GO TO  0100-WALK-NEXT.
 0100-SELECT-DOCUMENTS-X.  EXIT.
**
*************************************
**
 0150-ORDER-DOCUMENTS        SECTION.
**   DATE order is the table as walked.  LIST order takes each
**   selection's documents in turn, still in walk order within it.
     MOVE  0                     TO  ORDER-CNT.
     IF  BIND-ORDER-DATE
         MOVE  1                     TO  DOC-IDX
         GO TO  0150-DATE-NEXT.
     MOVE  1                     TO  SEL-IDX.
 0150-SEL-NEXT.
     IF  SEL-IDX             >   SEL-CNT
         GO TO  0150-ORDER-DOCUMENTS-X.
     MOVE  1                     TO  DOC-IDX.
 0150-DOC-NEXT.
     IF  DOC-IDX             >   DOC-CNT
         ADD   1                     TO  SEL-IDX
         GO TO  0150-SEL-NEXT.
     IF  DOC-SEL(DOC-IDX)    =   SEL-IDX
         ADD   1                     TO  ORDER-CNT
         MOVE  DOC-IDX               TO  ORDER-DOC(ORDER-CNT).
     ADD   1                     TO  DOC-IDX.
     GO TO  0150-DOC-NEXT.
 0150-DATE-NEXT.
     IF  DOC-IDX             >   DOC-CNT
         GO TO  0150-ORDER-DOCUMENTS-X.
     ADD   1                     TO  ORDER-CNT.
     MOVE  DOC-IDX               TO  ORDER-DOC(ORDER-CNT).
     ADD   1                     TO  DOC-IDX.
     GO TO  0150-DATE-NEXT.
 0150-ORDER-DOCUMENTS-X.  EXIT.
**
*************************************
**
 0200-CHECK-DOCUMENTS        SECTION.
**   Settle, before the contents are written, which documents will
**   really go in: the package's own mode only, and only a file
**   that still opens.
     MOVE  1                     TO  DOC-IDX.
 0200-DOC-NEXT.
     IF  DOC-IDX             >   DOC-CNT
         GO TO  0200-CHECK-DOCUMENTS-X.
     IF  DOC-MODE(DOC-IDX)   <>  BIND-MODE
         MOVE  "W"                   TO  DOC-STATE(DOC-IDX)
         ADD   1                     TO  SKIPPED-CNT
         DISPLAY  "HP2BIND: "  DOC-OUT-NAME(DOC-IDX)
                  " IS NOT IN THE BINDER'S MODE -- LISTED, NOT "
                  "INCLUDED"
         GO TO  0200-NEXT.
     PERFORM  0210-OPEN-DOCUMENT.
     IF  BINDIN-FILE-STATUS      <>  "00"
         MOVE  "U"                   TO  DOC-STATE(DOC-IDX)
         ADD   1                     TO  SKIPPED-CNT
         ADD   1                     TO  UNREADABLE-CNT
         DISPLAY  "HP2BIND: "  DOC-OUT-NAME(DOC-IDX)
                  " CANNOT BE OPENED; STATUS = "  BINDIN-FILE-STATUS
                  " -- LISTED, NOT INCLUDED"
         GO TO  0200-NEXT.
     CLOSE  BINDIN-FILE.
     ADD   1                     TO  BOUND-CNT.
     ADD   DOC-PAGES(DOC-IDX)    TO  BOUND-PAGES.
     ADD   DOC-MASK-CNT(DOC-IDX) TO  BOUND-MASKS.
 0200-NEXT.
     ADD   1                     TO  DOC-IDX.
     GO TO  0200-DOC-NEXT.
 0200-CHECK-DOCUMENTS-X.  EXIT.
**
*************************************
**
 0210-OPEN-DOCUMENT          SECTION.
**   Equate BINDIN to the DOC-IDX document and open it; the caller
**   reads BINDIN-FILE-STATUS.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE BINDIN="      DELIMITED  BY  SIZE
             DOC-OUT-NAME(DOC-IDX)   DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      =   0
         OPEN  INPUT     BINDIN-FILE
     ELSE
         MOVE  "XX"                  TO  BINDIN-FILE-STATUS.
 0210-OPEN-DOCUMENT-X.  EXIT.
**
*************************************
**
 0300-OPEN-PACKAGE           SECTION.
**   Purge any earlier package under the name and build it fresh,
**   the same purge-and-equate HP2RTF's 1060-SPLIT-NEW-JOB uses for
**   its documents (a nonzero CIERROR from the PURGE just means
**   there was nothing to purge).  Nothing pre-seeds it, so the
**   package header goes out from here.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "PURGE "            DELIMITED  BY  SIZE
             BIND-OUT-NAME       DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE BINDTO="      DELIMITED  BY  SIZE
             BIND-OUT-NAME       DELIMITED  BY  SPACE
             ";REC=-1024,,V,ASCII;DISC=100000;SAVE"
                                 DELIMITED  BY  SIZE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      <>  0
         DISPLAY  "HP2BIND: FILE EQUATE FOR "  BIND-OUT-NAME
                  " FAILED; CIERROR = "  COMMAND-RESULT
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     OPEN  OUTPUT    BINDTO-FILE.
     IF  BINDTO-FILE-STATUS      <>  "00"
         DISPLAY  "HP2BIND: COULD NOT OPEN "  BIND-OUT-NAME
                  "; STATUS = "  BINDTO-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  BIND-NAME             TO  SAFE-TEXT.
     PERFORM  0930-SCRUB-TEXT.
     MOVE  1                     TO  BUILD-PTR.
     IF  BIND-MODE-HTML
         STRING  "<html><body>"      DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
         PERFORM  0910-PUT-LINE
         STRING  "<!-- BINDER: "     DELIMITED  BY  SIZE
                 SAFE-TEXT           DELIMITED  BY  "  "
                 "  AUTHOR: "        DELIMITED  BY  SIZE
                 RUN-USER-ACCT       DELIMITED  BY  SPACE
                 " -->"              DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
     ELSE
         STRING  "{\rtf1\ansi\deff0{\fonttbl{\f0\fmodern Courier;}}"
                                     DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
         PERFORM  0910-PUT-LINE
         STRING  "{\info{\title "    DELIMITED  BY  SIZE
                 SAFE-TEXT           DELIMITED  BY  "  "
                 "}{\author "        DELIMITED  BY  SIZE
                 RUN-USER-ACCT       DELIMITED  BY  SPACE
                 "}}"                DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR.
     PERFORM  0910-PUT-LINE.
 0300-OPEN-PACKAGE-X.  EXIT.
**
*************************************
**
 0310-WRITE-COVER            SECTION.
**   The cover page: title, the binder's name, the date range it
**   covers, when and by whom it was put together, and how much is
**   in it.
     MOVE  BIND-TITLE            TO  SAFE-TEXT.
     PERFORM  0930-SCRUB-TEXT.
     MOVE  SAFE-TEXT             TO  SAFE-TITLE.
     MOVE  BIND-NAME             TO  SAFE-TEXT.
     PERFORM  0930-SCRUB-TEXT.
     MOVE  BOUND-CNT             TO  COVER-DOCS-ED.
     MOVE  BOUND-PAGES           TO  COVER-PAGES-ED.
     IF  BIND-MODE-HTML
         STRING  "<br><br><br><br><br><br><h1>"
                                     DELIMITED  BY  SIZE
                 SAFE-TITLE          DELIMITED  BY  "  "
                 "</h1>"             DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
     ELSE
         STRING  "\pard\plain\qc\f0\fs20\par\par\par\par\par\par "
                                     DELIMITED  BY  SIZE
                 "\b\fs36 "          DELIMITED  BY  SIZE
                 SAFE-TITLE          DELIMITED  BY  "  "
                 "\b0\fs20\par\par " DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR.
     PERFORM  0910-PUT-LINE.
     STRING  "Report binder "    DELIMITED  BY  SIZE
             SAFE-TEXT           DELIMITED  BY  "  "
             INTO    BUILD-LINE
             WITH    POINTER     BUILD-PTR.
     PERFORM  0920-PUT-TEXT-LINE.
     STRING  "Documents converted "  DELIMITED  BY  SIZE
             BIND-DATE1          DELIMITED  BY  SIZE
             " through "         DELIMITED  BY  SIZE
             BIND-DATE2          DELIMITED  BY  SIZE
             INTO    BUILD-LINE
             WITH    POINTER     BUILD-PTR.
     PERFORM  0920-PUT-TEXT-LINE.
     STRING  "Assembled "        DELIMITED  BY  SIZE
             RUN-DATE            DELIMITED  BY  SIZE
             " by "              DELIMITED  BY  SIZE
             RUN-USER-ACCT       DELIMITED  BY  SPACE
             INTO    BUILD-LINE
             WITH    POINTER     BUILD-PTR.
     PERFORM  0920-PUT-TEXT-LINE.
     STRING  COVER-DOCS-ED       DELIMITED  BY  SIZE
             " documents, "      DELIMITED  BY  SIZE
             COVER-PAGES-ED      DELIMITED  BY  SIZE
             " pages"            DELIMITED  BY  SIZE
             INTO    BUILD-LINE
             WITH    POINTER     BUILD-PTR.
     PERFORM  0920-PUT-TEXT-LINE.
     IF  BIND-MODE-HTML
         STRING  "<hr style=""page-break-before:always"">"
                                     DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
     ELSE
         STRING  "\pard\plain\f0\fs20\page "
                                     DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR.
     PERFORM  0910-PUT-LINE.
 0310-WRITE-COVER-X.  EXIT.
**
*************************************
**
 0320-WRITE-CONTENTS         SECTION.
**   The master table of contents -- every document selected, in
**   binding order.  One that went in links to its section; one
**   that couldn't go in says why, and where it is instead.
     IF  BIND-MODE-HTML
         STRING  "<h2>CONTENTS</h2><pre>"    DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
         PERFORM  0910-PUT-LINE
         MOVE  "Y"                   TO  PRE-SW
         STRING  TOC-HEAD-LINE       DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
     ELSE
         STRING  "\b CONTENTS\b0\par\par "   DELIMITED  BY  SIZE
                 TOC-HEAD-LINE       DELIMITED  BY  SIZE
                 "\par "             DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR.
     PERFORM  0910-PUT-LINE.
     MOVE  1                     TO  ORDER-IDX.
 0320-ENTRY-NEXT.
     IF  ORDER-IDX           >   ORDER-CNT
         GO TO  0320-ENTRIES-DONE.
     MOVE  ORDER-DOC(ORDER-IDX)  TO  DOC-IDX.
     MOVE  ORDER-IDX             TO  TOC-L-NUM  DOC-NUM-ED.
     MOVE  DOC-JOB-NAME(DOC-IDX) TO  SAFE-TEXT.
     PERFORM  0930-SCRUB-TEXT.
     MOVE  SAFE-TEXT             TO  TOC-L-JOB.
     MOVE  DOC-AUTHOR(DOC-IDX)   TO  SAFE-TEXT.
     PERFORM  0930-SCRUB-TEXT.
     MOVE  SAFE-TEXT             TO  TOC-L-AUTHOR.
     MOVE  DOC-CAT-DATE(DOC-IDX) TO  TOC-L-DATE.
     MOVE  DOC-PAGES(DOC-IDX)    TO  TOC-L-PAGES.
     MOVE  SPACES                TO  TOC-L-NOTE.
     IF  NOT  DOC-BINDABLE(DOC-IDX)
         MOVE  DOC-OUT-NAME(DOC-IDX)     TO  SAFE-TEXT
         PERFORM  0930-SCRUB-TEXT
         MOVE  SAFE-TEXT             TO  NOTE-WHY
         MOVE  NOTE-LINE             TO  TOC-L-NOTE
         STRING  TOC-LINE            DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
         PERFORM  0920-PUT-TEXT-LINE
         GO TO  0320-NEXT.
     IF  BIND-MODE-HTML
         STRING  "<a href=""#D"      DELIMITED  BY  SIZE
                 DOC-NUM-ED          DELIMITED  BY  SIZE
                 """>"               DELIMITED  BY  SIZE
                 TOC-LINE            DELIMITED  BY  SIZE
                 "</a>"              DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
     ELSE
         STRING  "{\field{\*\fldinst HYPERLINK \l ""D"
                                     DELIMITED  BY  SIZE
                 DOC-NUM-ED          DELIMITED  BY  SIZE
                 """}{\fldrslt "     DELIMITED  BY  SIZE
                 TOC-LINE            DELIMITED  BY  SIZE
                 "}}\par"            DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR.
     PERFORM  0910-PUT-LINE.
 0320-NEXT.
     ADD   1                     TO  ORDER-IDX.
     GO TO  0320-ENTRY-NEXT.
 0320-ENTRIES-DONE.
     IF  BIND-MODE-HTML
         STRING  "</pre>"            DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
         PERFORM  0910-PUT-LINE
         MOVE  "N"                   TO  PRE-SW.
 0320-WRITE-CONTENTS-X.  EXIT.
**
*************************************
**
 0400-BIND-DOCUMENTS         SECTION.
**   Each document that can go in, in binding order, in a section
**   of its own, then the package's closing mark.
     MOVE  1                     TO  ORDER-IDX.
 0400-DOC-NEXT.
     IF  ORDER-IDX           >   ORDER-CNT
         GO TO  0400-DOCS-DONE.
     MOVE  ORDER-DOC(ORDER-IDX)  TO  DOC-IDX.
     IF  DOC-BINDABLE(DOC-IDX)
         MOVE  ORDER-IDX             TO  DOC-NUM-ED
         PERFORM  0410-BIND-ONE.
     ADD   1                     TO  ORDER-IDX.
     GO TO  0400-DOC-NEXT.
 0400-DOCS-DONE.
     IF  BIND-MODE-HTML
         STRING  "</body></html>"    DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
     ELSE
         STRING  "}"                 DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR.
     PERFORM  0910-PUT-LINE.
     CLOSE  BINDTO-FILE.
 0400-BIND-DOCUMENTS-X.  EXIT.
**
*************************************
**
 0410-BIND-ONE               SECTION.
**   Section break, the target the contents line links to, a
**   heading naming the document, then the document itself with its
**   own wrapper taken off: an RTF document's "{\rtf1..." header
**   record (pre-seeded or HP2RTF's own prolog -- one record either
**   way), its {\info} group and its closing "}"; an HTML
**   document's "<html><body>" and "</body></html>".  The RTF
**   section starts from plain formatting, so nothing one document
**   left switched on runs into the next.
     MOVE  DOC-JOB-NAME(DOC-IDX) TO  SAFE-TEXT.
     PERFORM  0930-SCRUB-TEXT.
     MOVE  SAFE-TEXT             TO  TOC-L-JOB.
     MOVE  DOC-AUTHOR(DOC-IDX)   TO  SAFE-TEXT.
     PERFORM  0930-SCRUB-TEXT.
     MOVE  SAFE-TEXT             TO  TOC-L-AUTHOR.
     IF  BIND-MODE-HTML
         STRING  "<hr style=""page-break-before:always"">"
                                     DELIMITED  BY  SIZE
                 "<a name=""D"       DELIMITED  BY  SIZE
                 DOC-NUM-ED          DELIMITED  BY  SIZE
                 """></a><b>"        DELIMITED  BY  SIZE
                 TOC-L-JOB           DELIMITED  BY  "  "
                 "  "                DELIMITED  BY  SIZE
                 TOC-L-AUTHOR        DELIMITED  BY  "  "
                 "  "                DELIMITED  BY  SIZE
                 DOC-CAT-DATE(DOC-IDX)   DELIMITED  BY  SIZE
                 "</b><br>"          DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
     ELSE
         STRING  "\sect\sectd\pard\plain\f0\fs20 "
                                     DELIMITED  BY  SIZE
                 "{\*\bkmkstart D"   DELIMITED  BY  SIZE
                 DOC-NUM-ED          DELIMITED  BY  SIZE
                 "}{\*\bkmkend D"    DELIMITED  BY  SIZE
                 DOC-NUM-ED          DELIMITED  BY  SIZE
                 "}\b "              DELIMITED  BY  SIZE
                 TOC-L-JOB           DELIMITED  BY  "  "
                 "  "                DELIMITED  BY  SIZE
                 TOC-L-AUTHOR        DELIMITED  BY  "  "
                 "  "                DELIMITED  BY  SIZE
                 DOC-CAT-DATE(DOC-IDX)   DELIMITED  BY  SIZE
                 "\b0\par\par "      DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR.
     PERFORM  0910-PUT-LINE.
     PERFORM  0210-OPEN-DOCUMENT.
     IF  BINDIN-FILE-STATUS      <>  "00"
**       It opened a moment ago in 0200-CHECK-DOCUMENTS; say so in
**       the package rather than leave a heading over nothing.
         DISPLAY  "HP2BIND: "  DOC-OUT-NAME(DOC-IDX)
                  " COULD NOT BE REOPENED; STATUS = "
                  BINDIN-FILE-STATUS
         ADD   1                     TO  UNREADABLE-CNT
         STRING  "*** DOCUMENT COULD NOT BE READ ***"
                                     DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR
         PERFORM  0920-PUT-TEXT-LINE
         GO TO  0410-BIND-ONE-X.
     SET  HOLD-EMPTY             TO  TRUE.
     MOVE  "Y"                   TO  FIRST-REC-SW.
 0410-READ-NEXT.
     READ  BINDIN-FILE
         AT  END
             GO TO  0410-DOC-END.
     IF  BIND-MODE-HTML
         IF  ( BINDIN-REC-LEN  =  12 )
         AND ( BINDIN-REC(1:12)  =  "<html><body>" )
             GO TO  0410-READ-NEXT
         END-IF
         IF  ( BINDIN-REC-LEN  =  14 )
         AND ( BINDIN-REC(1:14)  =  "</body></html>" )
             GO TO  0410-READ-NEXT
         END-IF
     ELSE
         IF  ON-FIRST-REC  AND  ( BINDIN-REC-LEN  >=  6 )
         AND ( BINDIN-REC(1:6)  =  "{\rtf1" )
             MOVE  "N"                   TO  FIRST-REC-SW
             GO TO  0410-READ-NEXT
         END-IF
         IF  ( BINDIN-REC-LEN  >=  6 )
         AND ( BINDIN-REC(1:6)  =  "{\info" )
             GO TO  0410-READ-NEXT
         END-IF.
     MOVE  "N"                   TO  FIRST-REC-SW.
     IF  HOLD-FULL
         PERFORM  0420-PUT-HELD.
     MOVE  BINDIN-REC-LEN        TO  HOLD-LEN.
     IF  HOLD-LEN            >   0
         MOVE  BINDIN-REC(1:HOLD-LEN)    TO  HOLD-REC(1:HOLD-LEN).
     SET  HOLD-FULL              TO  TRUE.
     GO TO  0410-READ-NEXT.
 0410-DOC-END.
     CLOSE  BINDIN-FILE.
     IF  HOLD-EMPTY
         GO TO  0410-BIND-ONE-X.
     IF  BIND-MODE-RTF  AND  ( HOLD-LEN  =  1 )
     AND ( HOLD-REC(1:1)  =  "}" )
         GO TO  0410-BIND-ONE-X.
     PERFORM  0420-PUT-HELD.
 0410-BIND-ONE-X.  EXIT.
**
*************************************
**
 0420-PUT-HELD               SECTION.
     MOVE  HOLD-LEN              TO  BINDTO-REC-LEN.
     IF  HOLD-LEN            >   0
         MOVE  HOLD-REC(1:HOLD-LEN)      TO  BINDTO-REC(1:HOLD-LEN).
     WRITE  BINDTO-REC.
     ADD   1                     TO  PACKAGE-RECS.
 0420-PUT-HELD-X.  EXIT.
**
*************************************
**
 0500-CATALOG-PACKAGE        SECTION.
**   Seal and catalog the finished package the way HP2RTF's
**   0070-WRITE-CATALOG does a document -- read back for its
**   checksum, then keyed by the date and time now, moving on to
**   the next sequence number over a key some other job got to
**   first.  Its pages are the bound documents' plus the cover and
**   the contents (counted at 50 lines a page).
     MOVE  "N"                   TO  CAT-FIX-SEALED.
     MOVE  0                     TO  CAT-FIX-SUM  CAT-FIX-BYTES.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE BINDIN="      DELIMITED  BY  SIZE
             BIND-OUT-NAME       DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      =   0
         OPEN  INPUT     BINDIN-FILE
     ELSE
         MOVE  "XX"                  TO  BINDIN-FILE-STATUS.
     IF  BINDIN-FILE-STATUS      <>  "00"
         DISPLAY  "HP2BIND: COULD NOT READ BACK "  BIND-OUT-NAME
                  "; STATUS = "  BINDIN-FILE-STATUS
                  " -- CATALOGED UNSEALED"
     ELSE
         PERFORM  0510-CHECKSUM-FILE
         CLOSE  BINDIN-FILE
         MOVE  "Y"                   TO  CAT-FIX-SEALED
         COMPUTE  CAT-FIX-SUM    =   FIX-SUM-B * 65536 + FIX-SUM-A
         MOVE  FIX-BYTE-CNT          TO  CAT-FIX-BYTES.
     ACCEPT  CAT-WORK-DATE       FROM  DATE.
     ACCEPT  CAT-WORK-TIME       FROM  TIME.
     IF  CAT-WORK-YY         <   70
         COMPUTE  CAT-DATE   =   20000000  +  CAT-WORK-DATE
     ELSE
         COMPUTE  CAT-DATE   =   19000000  +  CAT-WORK-DATE.
     MOVE  CAT-WORK-TIME(1:6)    TO  CAT-TIME.
     MOVE  0                     TO  CAT-RETRY-CNT.
     MOVE  "BINDDEF"             TO  CAT-IN-NAME.
     MOVE  BIND-OUT-NAME         TO  CAT-OUT-NAME.
     MOVE  BIND-MODE             TO  CAT-MODE.
     MOVE  BIND-NAME             TO  CAT-JOB-NAME.
     MOVE  RUN-USER-ACCT         TO  CAT-AUTHOR.
     COMPUTE  CONTENTS-PAGES =   ( ORDER-CNT + 49 ) / 50.
     COMPUTE  CAT-PAGES      =   BOUND-PAGES + 1 + CONTENTS-PAGES.
     MOVE  PACKAGE-RECS          TO  CAT-RECS.
     MOVE  UNREADABLE-CNT        TO  CAT-ERRORS.
     IF  BOUND-MASKS         >   9999999
         MOVE  9999999               TO  BOUND-MASKS.
     MOVE  BOUND-MASKS           TO  CAT-MASK-CNT.
     IF  BOUND-MASKS         >   0
         MOVE  "Y"                   TO  CAT-REDACTED
     ELSE
         MOVE  "N"                   TO  CAT-REDACTED.
 0500-NEXT-SEQ.
     ADD   1                     TO  CAT-SEQ-NUM.
     MOVE  CAT-SEQ-NUM           TO  CAT-SEQ.
     WRITE  RTFCAT-REC
         INVALID  KEY
             IF  ( RTFCAT-FILE-STATUS  =  "22" )
             AND ( CAT-RETRY-CNT  <  999 )
                 ADD   1                 TO  CAT-RETRY-CNT
                 GO TO  0500-NEXT-SEQ
             ELSE
                 DISPLAY  "HP2BIND: CATALOG WRITE REJECTED; STATUS = "
                          RTFCAT-FILE-STATUS
                          " -- "  BIND-OUT-NAME  " IS BUILT BUT NOT "
                          "CATALOGED"
                 GO TO  0500-CATALOG-PACKAGE-X.
     DISPLAY  "HP2BIND: "  BIND-OUT-NAME  " CATALOGED AS "
              CAT-DATE  " "  CAT-TIME  " "  CAT-SEQ.
 0500-CATALOG-PACKAGE-X.  EXIT.
**
*************************************
**
 0510-CHECKSUM-FILE          SECTION.
**   Adler-32 over every byte of BINDIN-FILE, plus a line feed (10)
**   at each record end -- HP2RTF's 0076-CHECKSUM-FILE byte for
**   byte; keep the two in step, or HP2FIXA reads every binder as
**   CHANGED.
     MOVE  1                     TO  FIX-SUM-A.
     MOVE  0                     TO  FIX-SUM-B  FIX-BYTE-CNT.
 0510-READ-NEXT.
     READ  BINDIN-FILE
         AT  END
             GO TO  0510-CHECKSUM-FILE-X.
     MOVE  BINDIN-REC-LEN        TO  FIX-REC-LEN.
     MOVE  1                     TO  FIX-SUB.
 0510-NEXT-BYTE.
     IF  FIX-SUB             >   FIX-REC-LEN
         MOVE  10                    TO  FIX-CHAR-CODE
     ELSE
         MOVE  BINDIN-REC(FIX-SUB:1) TO  FIX-CHAR-BYTE.
     ADD   FIX-CHAR-CODE         TO  FIX-SUM-A.
     IF  FIX-SUM-A           >=  65521
         SUBTRACT  65521             FROM  FIX-SUM-A.
     ADD   FIX-SUM-A             TO  FIX-SUM-B.
     IF  FIX-SUM-B           >=  65521
         SUBTRACT  65521             FROM  FIX-SUM-B.
     ADD   1                     TO  FIX-BYTE-CNT.
     ADD   1                     TO  FIX-SUB.
     IF  FIX-SUB             >   FIX-REC-LEN + 1
         GO TO  0510-READ-NEXT.
     GO TO  0510-NEXT-BYTE.
 0510-CHECKSUM-FILE-X.  EXIT.
**
*************************************
**
 0900-MATCH-PATTERN          SECTION.
**   Match PAT-SUBJECT against PAT-TEXT under the trailing-@ rule.
**   Caller loads both fields first.  Keep in step with the copy in
**   HP2CATI.
     SET  PAT-NO-MATCH           TO  TRUE.
     MOVE  0                     TO  PAT-LEN.
     MOVE  1                     TO  SUB.
 0900-SIZE-PAT.
     IF  SUB  <=  26
         IF  PAT-TEXT(SUB:1)     <>  " "
         AND PAT-TEXT(SUB:1)     <>  "@"
             MOVE  SUB           TO  PAT-LEN
             ADD   1             TO  SUB
             GO TO  0900-SIZE-PAT.
     IF  PAT-LEN             =   0
**       Pattern was just "@" (or blanks) -- everything matches.
         SET  PAT-MATCHES        TO  TRUE
         GO TO  0900-MATCH-PATTERN-X.
     IF  PAT-LEN             <   26
     AND PAT-TEXT(PAT-LEN + 1:1)     =   "@"
         IF  PAT-SUBJECT(1:PAT-LEN)  =   PAT-TEXT(1:PAT-LEN)
             SET  PAT-MATCHES        TO  TRUE
         END-IF
     ELSE
         IF  PAT-SUBJECT         =   PAT-TEXT
             SET  PAT-MATCHES        TO  TRUE
         END-IF.
 0900-MATCH-PATTERN-X.  EXIT.
**
*************************************
**
 0910-PUT-LINE               SECTION.
**   Write BUILD-LINE(1:BUILD-PTR - 1) to the package and start the
**   next line.
     COMPUTE  BINDTO-REC-LEN =   BUILD-PTR - 1.
     IF  BINDTO-REC-LEN      >   0
         MOVE  BUILD-LINE(1:BINDTO-REC-LEN)
                                 TO  BINDTO-REC(1:BINDTO-REC-LEN).
     WRITE  BINDTO-REC.
     ADD   1                     TO  PACKAGE-RECS.
     MOVE  SPACES                TO  BUILD-LINE.
     MOVE  1                     TO  BUILD-PTR.
 0910-PUT-LINE-X.  EXIT.
**
*************************************
**
 0920-PUT-TEXT-LINE          SECTION.
**   The same, for a line of plain text -- ended the way the
**   package's mode ends a line.  Inside the HTML contents' <pre>
**   block the record end is the line end, so no <br> there.
     IF  BIND-MODE-HTML
         IF  NOT  IN-PRE-BLOCK
             STRING  "<br>"          DELIMITED  BY  SIZE
                     INTO    BUILD-LINE
                     WITH    POINTER     BUILD-PTR
         END-IF
     ELSE
         STRING  "\par "             DELIMITED  BY  SIZE
                 INTO    BUILD-LINE
                 WITH    POINTER     BUILD-PTR.
     PERFORM  0910-PUT-LINE.
 0920-PUT-TEXT-LINE-X.  EXIT.
**
*************************************
**
 0930-SCRUB-TEXT             SECTION.
**   Blank out the characters that mean something in RTF or HTML --
**   catalog text is a label here, not markup.
     INSPECT  SAFE-TEXT  REPLACING
         ALL  "\"            BY  " "
         ALL  "{"            BY  " "
         ALL  "}"            BY  " "
         ALL  "<"            BY  " "
         ALL  ">"            BY  " "
         ALL  "&"            BY  " ".
 0930-SCRUB-TEXT-X.  EXIT.
