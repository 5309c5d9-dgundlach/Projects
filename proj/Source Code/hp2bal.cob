IDENTIFICATION DIVISION.
PROGRAM-ID.         HP2BAL.
DATE-WRITTEN.       10/15/2026.
AUTHOR.             DAVID POWELL,  MMfab, Inc.
**
**   Cross-report balancing -- ties a figure on one report to the
**   same figure on another (the AR aging total to the trial
**   balance's AR line, the payroll register to the check register)
**   the way accounting used to do it by hand every morning.  Both
**   sides come from DATA-mode extracts HP2RTF has already cut and
**   cataloged (CAT-MODE "D"; see 1400-DATA-EXTRACT over there): a
**   delimited file whose first row names the columns off the
**   report's RTFLAYT layout.
**
**   The rules come from BALRULE, keyword lines in the ROUTPARM
**   style.  A RULE line opens a rule; the lines after it, up to
**   the next RULE line, describe it.  Side lines start with L
**   (left) or R (right):
**
**     DATE      yyyymmdd -- the business date being balanced
**               (default today); one line anywhere in BALRULE
**               sets it for every rule
**     RULE      name of the rule, as it prints on the report
**     LJOB      job-name pattern of the side's cataloged extract
**               (trailing @ matches the rest -- the same rule as
**               HP2CATI's 0200-MATCH-PATTERN)
**     LDATE     yyyymmdd, or -n for n days before DATE -- which
**               night's extract to use (default DATE)
**     LSUM      field -- add up the field over the rows
**     LPICK     field -- take the field off the LAST row (a
**               report's grand total is its last line)
**     LWHERE    field value -- only rows whose field (columns
**               1-20 of the value) holds value (columns 22-51)
**               count, for LSUM and LPICK alike
**     LDELIM    the extract's delimiter byte, "TAB" spelled out,
**               as in RTFLAYT (default comma)
**     TOLER     nnn.nn -- largest difference still in balance
**               (default 0)
**
**   RJOB, RDATE, RSUM, RPICK, RWHERE and RDELIM are the same for
**   the right side.  Every rule needs a job pattern and a SUM or
**   PICK field on both sides; a rule missing either, or a side
**   line ahead of the first RULE, stops the run -- a rule that
**   silently never balances is worse than a stopped job.
**
**   Each side's extract is the latest cataloged DATA-mode entry
**   for that date whose job name fits the pattern (a rerun
**   replaces the first run).  Findings per rule:
**
**     IN BALANCE     -- the two figures are within TOLER
**     OUT OF BAL     -- they are not
**     NOT ARRIVED    -- no extract was cataloged for a side, i.e.
**                       the source report never made it
**     ERROR          -- the extract is there but could not be
**                       read, lacks the field, has no row to pick,
**                       or holds a value that isn't a number
**
**   The report goes to BALREPT (132-column print lines, rebuilt
**   each run): one line per rule and one per side naming the
**   RTFCAT entry it came from, so HP2CATI goes straight to it.
**   Everything but IN BALANCE is counted into the RTF_BAL_RC JCW
**   -- anything nonzero is for the stream to alarm on.
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  BALRULE-FILE    ASSIGN  "BALRULE"
                            FILE STATUS  BALRULE-FILE-STATUS.
    SELECT  RTFCAT-FILE     ASSIGN  "RTFCAT"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  CAT-KEY
                            FILE STATUS  RTFCAT-FILE-STATUS.
**   The extract being read -- equated to CAT-OUT-NAME by
**   0140-READ-EXTRACT.
    SELECT  BALDATA-FILE    ASSIGN  "BALDATA"
                            FILE STATUS  BALDATA-FILE-STATUS.
    SELECT  BALREPT-FILE    ASSIGN  "BALREPT"
                            FILE STATUS  BALREPT-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

$DEFINE  %MAXOUTLEN=1024#

FD  BALRULE-FILE    RECORD  CONTAINS  80  CHARACTERS.
01  BALRULE-REC.
    05  BALRULE-KEYWORD         PIC  X(08).
    05  F                       PIC  X(02).
    05  BALRULE-VALUE           PIC  X(70).

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
        88  CAT-MODE-DATA                 VALUE  "D".
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
FD  BALDATA-FILE    RECORD  VARYING FROM  0  TO  %MAXOUTLEN
                    DEPENDING ON    BAL-REC-LEN.
01  BALDATA-REC             PIC  X(%MAXOUTLEN).

FD  BALREPT-FILE    RECORD  CONTAINS  132  CHARACTERS.
01  BALREPT-REC             PIC  X(132).

WORKING-STORAGE SECTION.
77  BALRULE-FILE-STATUS      PIC  X(02).
77  RTFCAT-FILE-STATUS       PIC  X(02).
77  BALDATA-FILE-STATUS      PIC  X(02).
77  BALREPT-FILE-STATUS      PIC  X(02).
77  BAL-REC-LEN              PIC S9(09)  COMP.
77  SUB                      PIC S9(09)  COMP.

**   The business date -- DATE line, or today.
77  BAL-DATE                 PIC  9(08)  VALUE  0.

**   The rules as loaded.  Side 1 is the left, side 2 the right.
**   A side's date is either absolute (RULE-S-DATE) or so many
**   days back from BAL-DATE (RULE-S-BACK), settled at balancing
**   time so a DATE line anywhere in BALRULE counts.
77  RULE-MAX                 PIC S9(04)  COMP  VALUE  100.
77  RULE-CNT                 PIC S9(04)  COMP  VALUE  0.
77  RULE-IDX                 PIC S9(04)  COMP.
77  SIDE-IDX                 PIC S9(04)  COMP.
01  RULE-TABLE.
    05  RULE-ENTRY           OCCURS  100  TIMES.
        10  RULE-NAME            PIC  X(30).
        10  RULE-TOLER           PIC S9(13)V99  COMP-3.
        10  RULE-SIDE            OCCURS  2  TIMES.
            15  RULE-S-JOB-PAT       PIC  X(26).
            15  RULE-S-DATE          PIC  9(08).
            15  RULE-S-BACK          PIC S9(04)  COMP.
            15  RULE-S-HOW           PIC  X(01).
                88  RULE-S-SUM                    VALUE  "S".
                88  RULE-S-PICK                   VALUE  "P".
            15  RULE-S-FIELD         PIC  X(20).
            15  RULE-S-WHERE-FIELD   PIC  X(20).
            15  RULE-S-WHERE-VALUE   PIC  X(30).
            15  RULE-S-DELIM         PIC  X(01).
**   A RULE line seen and not yet closed.
77  RULE-OPEN-SW             PIC  X(01)  VALUE  "N".
    88  RULE-IS-OPEN                      VALUE  "Y".
    88  RULE-NOT-OPEN                     VALUE  "N".
**   The L/R keyword with its side letter taken off.
77  SIDE-KEYWORD             PIC  X(07).
77  SIDE-NAME                PIC  X(05).

**   The rule in hand, one entry per side, as 0120-WORK-SIDE
**   leaves it.
01  SIDE-RESULTS.
    05  SIDE-RESULT          OCCURS  2  TIMES.
        10  SIDE-STATE           PIC  X(01).
            88  SIDE-FOUND                    VALUE  "F".
            88  SIDE-MISSING                  VALUE  "M".
            88  SIDE-IN-ERROR                 VALUE  "E".
        10  SIDE-DATE            PIC  9(08).
        10  SIDE-AMT             PIC S9(13)V99  COMP-3.
        10  SIDE-ROWS            PIC S9(09)  COMP.
        10  SIDE-CANDIDATES      PIC S9(09)  COMP.
        10  SIDE-CAT-DATE        PIC  9(08).
        10  SIDE-CAT-TIME        PIC  9(06).
        10  SIDE-CAT-SEQ         PIC  9(04).
        10  SIDE-JOB-NAME        PIC  X(26).
        10  SIDE-OUT-NAME        PIC  X(36).
        10  SIDE-MESSAGE         PIC  X(60).

**   Where the wanted columns sit in the extract in hand (0 = not
**   in its header row), and how many columns the header has.
77  FIELD-COL                PIC S9(04)  COMP.
77  WHERE-COL                PIC S9(04)  COMP.
77  HEADER-COLS              PIC S9(04)  COMP.
77  BAD-VALUE-CNT            PIC S9(09)  COMP.
77  NOTE-CNT-ED             PIC  ZZZ,ZZ9.
77  OVERFLOW-SW              PIC  X(01).
    88  AMT-OVERFLOWED                    VALUE  "Y".

**   One cell cut out of the record in hand -- caller loads
**   CELL-COL and CELL-DELIM, gets CELL-TEXT(1:CELL-LEN) back with
**   the blanks trimmed off both ends.
77  CELL-COL                 PIC S9(04)  COMP.
77  CELL-DELIM               PIC  X(01).
77  CELL-ON-COL              PIC S9(04)  COMP.
77  CELL-SUB                 PIC S9(09)  COMP.
77  CELL-LEN                 PIC S9(04)  COMP.
77  CELL-TEXT                PIC  X(70).

**   A cell read as money -- 0220-PARSE-AMOUNT.  Commas, a dollar
**   sign and blanks are passed over; a minus sign, parentheses or
**   a trailing CR make it negative; cents past the second place
**   are dropped.
77  AMT-VALUE                PIC S9(13)V99  COMP-3.
77  AMT-SUB                  PIC S9(04)  COMP.
77  AMT-INT-DIGITS           PIC S9(04)  COMP.
77  AMT-FRAC-DIGITS          PIC S9(04)  COMP.
77  AMT-DIGIT-CNT            PIC S9(04)  COMP.
77  AMT-POINT-SW             PIC  X(01).
    88  AMT-POINT-SEEN                    VALUE  "Y".
77  AMT-NEG-SW               PIC  X(01).
    88  AMT-IS-NEGATIVE                   VALUE  "Y".
77  AMT-GOOD-SW              PIC  X(01).
    88  AMT-GOOD                          VALUE  "Y".
    88  AMT-BAD                           VALUE  "N".
01  DIGIT-AREA.
    05  DIGIT-X              PIC  X(01).
    05  DIGIT-9  REDEFINES  DIGIT-X     PIC  9(01).

77  DIFF-AMT                 PIC S9(13)V99  COMP-3.
77  DIFF-ABS                 PIC S9(13)V99  COMP-3.

**   The @-wildcard match -- same rule as the spooler commands;
**   keep in step with the copy in HP2CATI.
77  PAT-TEXT                 PIC  X(26).
77  PAT-SUBJECT              PIC  X(26).
77  PAT-LEN                  PIC S9(04)  COMP.
77  PAT-MATCH-SW             PIC  X(01).
    88  PAT-MATCHES                       VALUE  "Y".
    88  PAT-NO-MATCH                      VALUE  "N".

**   Date-minus-days working fields for 9100-DATE-MINUS-DAYS --
**   caller loads DMD-DATE and DMD-DAYS, gets DMD-DATE back moved
**   that many days into the past.
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

01  COMMAND-FIELDS.
    05  COMMAND-STRING       PIC  X(100).
    05  COMMAND-PTR          PIC S9(09)  COMP.
    05  COMMAND-LEN          PIC S9(09)  COMP.
    05  COMMAND-RESULT       PIC S9(09)  COMP.

77  IN-BAL-CNT               PIC S9(09)  COMP  VALUE  0.
77  OUT-BAL-CNT              PIC S9(09)  COMP  VALUE  0.
77  NOT-ARRIVED-CNT          PIC S9(09)  COMP  VALUE  0.
77  ERROR-CNT                PIC S9(09)  COMP  VALUE  0.
77  BAL-RC                   PIC S9(09)  COMP  VALUE  0.
77  BAL-RC-VAR-NAME          PIC  X(10)  VALUE  "RTF_BAL_RC".

**   Print lines.
01  RPT-HEAD-LINE.
    05  F                    PIC  X(34)  VALUE
        "HP2RTF CROSS-REPORT BALANCING     ".
    05  F                    PIC  X(14)  VALUE  "BUSINESS DATE ".
    05  RPT-H-DATE           PIC  9(08).
    05  F                    PIC  X(09)  VALUE  "  RUN ON ".
    05  RPT-H-RUN            PIC  9(08).
    05  F                    PIC  X(59)  VALUE  SPACES.
01  RPT-COL-LINE.
    05  F                    PIC  X(31)  VALUE
        "RULE                           ".
    05  F                    PIC  X(13)  VALUE  "RESULT       ".
    05  F                    PIC  X(22)  VALUE
        "           LEFT SIDE  ".
    05  F                    PIC  X(22)  VALUE
        "          RIGHT SIDE  ".
    05  F                    PIC  X(22)  VALUE
        "          DIFFERENCE  ".
    05  F                    PIC  X(22)  VALUE
        "           TOLERANCE  ".
01  RPT-SIDE-COL-LINE.
    05  F                    PIC  X(08)  VALUE  SPACES.
    05  F                    PIC  X(26)  VALUE
        "HOW  FIELD                ".
    05  F                    PIC  X(21)  VALUE
        "RTFCAT KEY           ".
    05  F                    PIC  X(27)  VALUE
        "JOB                        ".
    05  F                    PIC  X(37)  VALUE
        "EXTRACT FILE                         ".
    05  F                    PIC  X(13)  VALUE  "         ROWS".
01  RPT-RULE-LINE.
    05  RPT-R-NAME           PIC  X(30).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-R-RESULT         PIC  X(12).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-R-LEFT           PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-R-RIGHT          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-R-DIFF           PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-R-TOLER          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    05  F                    PIC  X(01)  VALUE  SPACE.
**   An amount that couldn't be worked out prints blank -- the
**   side lines under it say why.
01  RPT-RULE-TEXT  REDEFINES  RPT-RULE-LINE.
    05  F                    PIC  X(44).
    05  RPT-R-LEFT-X         PIC  X(21).
    05  F                    PIC  X(01).
    05  RPT-R-RIGHT-X        PIC  X(21).
    05  F                    PIC  X(01).
    05  RPT-R-DIFF-X         PIC  X(21).
    05  F                    PIC  X(23).
01  RPT-SIDE-LINE.
    05  F                    PIC  X(02)  VALUE  SPACES.
    05  RPT-S-SIDE           PIC  X(05).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-S-HOW            PIC  X(04).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-S-FIELD          PIC  X(20).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-S-DETAIL         PIC  X(84).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-S-ROWS           PIC  ZZZ,ZZZ,ZZ9.
    05  F                    PIC  X(02)  VALUE  SPACES.
**   The detail of a side whose extract was found -- the RTFCAT
**   entry it came from.
01  RPT-SOURCE-DETAIL.
    05  RPT-D-KEY-DATE       PIC  9(08).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-KEY-TIME       PIC  9(06).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-KEY-SEQ        PIC  9(04).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-JOB            PIC  X(26).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-OUT-NAME       PIC  X(36).
**   The detail of a side that never arrived.
01  RPT-MISSING-DETAIL.
    05  F                    PIC  X(35)  VALUE
        "NOT ARRIVED -- NO DATA EXTRACT FOR ".
    05  RPT-M-JOB            PIC  X(26).
    05  F                    PIC  X(04)  VALUE  " ON ".
    05  RPT-M-DATE           PIC  9(08).
    05  F                    PIC  X(11)  VALUE  SPACES.
01  RPT-NOTE-LINE.
    05  F                    PIC  X(14)  VALUE  SPACES.
    05  F                    PIC  X(03)  VALUE  "** ".
    05  RPT-N-TEXT           PIC  X(60).
    05  F                    PIC  X(55)  VALUE  SPACES.
01  RPT-TEXT-LINE.
    05  RPT-T-TEXT           PIC  X(60).
    05  F                    PIC  X(72)  VALUE  SPACES.
01  RPT-TOTAL-LINE.
    05  F                    PIC  X(07)  VALUE  "RULES: ".
    05  RPT-T-RULES          PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(14)  VALUE  "  IN BALANCE: ".
    05  RPT-T-IN-BAL         PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(18)  VALUE  "  OUT OF BALANCE: ".
    05  RPT-T-OUT-BAL        PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(15)  VALUE  "  NOT ARRIVED: ".
    05  RPT-T-NOT-ARRIVED    PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(12)  VALUE  "  IN ERROR: ".
    05  RPT-T-ERRORS         PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(21)  VALUE  SPACES.

**   Run date off ACCEPT FROM DATE, windowed the shop way -- see
**   0070-WRITE-CATALOG over in HP2RTF.
01  RUN-DATE-FIELDS.
    05  RUN-WORK-DATE        PIC  9(06).
    05  F  REDEFINES  RUN-WORK-DATE.
        10  RUN-WORK-YY      PIC  9(02).
        10  F                PIC  9(04).
    05  RUN-DATE             PIC  9(08).

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
     MOVE  RUN-DATE              TO  BAL-DATE.
     PERFORM  0010-READ-RULES.
     PERFORM  0100-BALANCE-RULES.
     COMPUTE  BAL-RC         =   OUT-BAL-CNT + NOT-ARRIVED-CNT
                             +   ERROR-CNT.
     %PUTVARINT(BAL-RC-VAR-NAME#,BAL-RC#)
     DISPLAY  "HP2BAL: "  RULE-CNT  " RULE(S), "  IN-BAL-CNT
              " IN BALANCE, "  OUT-BAL-CNT  " OUT OF BALANCE, "
              NOT-ARRIVED-CNT  " NOT ARRIVED, "  ERROR-CNT
              " IN ERROR, FOR "  BAL-DATE.
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
*************************************
**
 0010-READ-RULES             SECTION.
**   Load BALRULE -- it has to exist and end up with at least one
**   rule, or the step is a no-op somebody will mistake for a
**   balanced night.
     OPEN  INPUT     BALRULE-FILE.
     IF  BALRULE-FILE-STATUS     <>  "00"
         DISPLAY  "HP2BAL: COULD NOT OPEN BALRULE-FILE; STATUS = "
                  BALRULE-FILE-STATUS
         DISPLAY  "HP2BAL: EQUATE A POPULATED BALRULE RULES FILE "
                  "TO THIS JOB AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0010-RULE-NEXT.
     READ  BALRULE-FILE
         AT  END
             GO TO  0010-RULE-DONE.
     IF  BALRULE-REC         =   SPACES
         GO TO  0010-RULE-NEXT.
     IF  BALRULE-KEYWORD     =   "RULE"
         IF  RULE-IS-OPEN
             PERFORM  0020-CLOSE-RULE
         END-IF
         PERFORM  0015-OPEN-RULE
     ELSE,  IF  BALRULE-KEYWORD     =   "DATE"
         IF  BALRULE-VALUE(1:8)  IS  NUMERIC
             MOVE  BALRULE-VALUE(1:8)    TO  BAL-DATE
         ELSE
             DISPLAY  "HP2BAL: DATE IS NOT YYYYMMDD -- IGNORED"
         END-IF
     ELSE,  IF  BALRULE-KEYWORD     =   "TOLER"
         PERFORM  0025-RULE-TOLERANCE
     ELSE,  IF  ( BALRULE-KEYWORD(1:1)  =  "L" )
            OR  ( BALRULE-KEYWORD(1:1)  =  "R" )
         PERFORM  0030-SIDE-KEYWORD
     ELSE
         DISPLAY  "HP2BAL: UNKNOWN BALRULE KEYWORD '"
                  BALRULE-KEYWORD  "' -- LINE IGNORED".
     GO TO  0010-RULE-NEXT.
 0010-RULE-DONE.
     CLOSE  BALRULE-FILE.
     IF  RULE-IS-OPEN
         PERFORM  0020-CLOSE-RULE.
     IF  RULE-CNT            =   0
         DISPLAY  "HP2BAL: BALRULE HAS NO RULE LINES -- NOTHING "
                  "WOULD EVER BE BALANCED; FIX IT AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0010-READ-RULES-X.  EXIT.
**
*************************************
**
 0015-OPEN-RULE              SECTION.
**   Start a fresh rule off a RULE line -- comma delimiter, no
**   tolerance, both sides dated the business date until told
**   otherwise.
     IF  RULE-CNT            >=  RULE-MAX
         DISPLAY  "HP2BAL: MORE THAN "  RULE-MAX
                  " RULES IN BALRULE -- FIX IT AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  BALRULE-VALUE       =   SPACES
         DISPLAY  "HP2BAL: RULE LINE WITH NO NAME -- FIX BALRULE "
                  "AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     ADD   1                     TO  RULE-CNT.
     MOVE  BALRULE-VALUE(1:30)   TO  RULE-NAME(RULE-CNT).
     MOVE  0                     TO  RULE-TOLER(RULE-CNT).
     MOVE  1                     TO  SIDE-IDX.
 0015-CLEAR-SIDE.
     MOVE  SPACES        TO  RULE-S-JOB-PAT(RULE-CNT, SIDE-IDX)
                             RULE-S-HOW(RULE-CNT, SIDE-IDX)
                             RULE-S-FIELD(RULE-CNT, SIDE-IDX)
                             RULE-S-WHERE-FIELD(RULE-CNT, SIDE-IDX)
                             RULE-S-WHERE-VALUE(RULE-CNT, SIDE-IDX).
     MOVE  0             TO  RULE-S-DATE(RULE-CNT, SIDE-IDX)
                             RULE-S-BACK(RULE-CNT, SIDE-IDX).
     MOVE  ","           TO  RULE-S-DELIM(RULE-CNT, SIDE-IDX).
     ADD   1                     TO  SIDE-IDX.
     IF  SIDE-IDX            <=  2
         GO TO  0015-CLEAR-SIDE.
     SET  RULE-IS-OPEN           TO  TRUE.
 0015-OPEN-RULE-X.  EXIT.
**
*************************************
**
 0020-CLOSE-RULE             SECTION.
**   A rule is only any use with a job pattern and a field on both
**   sides -- stop over one that hasn't, the same way HP2DIST stops
**   over a rule with no destination line.
     MOVE  1                     TO  SIDE-IDX.
 0020-CHECK-SIDE.
     IF  RULE-S-JOB-PAT(RULE-CNT, SIDE-IDX)  =  SPACES
         PERFORM  0035-NAME-SIDE
         DISPLAY  "HP2BAL: RULE '"  RULE-NAME(RULE-CNT)
                  "' HAS NO "  SIDE-NAME  " JOB LINE -- FIX BALRULE "
                  "AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  RULE-S-HOW(RULE-CNT, SIDE-IDX)  =  SPACE
         PERFORM  0035-NAME-SIDE
         DISPLAY  "HP2BAL: RULE '"  RULE-NAME(RULE-CNT)
                  "' HAS NO "  SIDE-NAME  " SUM OR PICK LINE -- FIX "
                  "BALRULE AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     ADD   1                     TO  SIDE-IDX.
     IF  SIDE-IDX            <=  2
         GO TO  0020-CHECK-SIDE.
     SET  RULE-NOT-OPEN          TO  TRUE.
 0020-CLOSE-RULE-X.  EXIT.
**
*************************************
**
 0025-RULE-TOLERANCE         SECTION.
**   TOLER is read the same way as an extract's figures.
     IF  RULE-NOT-OPEN
         DISPLAY  "HP2BAL: TOLER LINE AHEAD OF ANY RULE LINE -- FIX "
                  "BALRULE AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  BALRULE-VALUE         TO  CELL-TEXT.
     MOVE  70                    TO  CELL-LEN.
     PERFORM  0220-PARSE-AMOUNT.
     IF  AMT-BAD  OR  ( AMT-VALUE  <  0 )
         DISPLAY  "HP2BAL: RULE '"  RULE-NAME(RULE-CNT)
                  "' TOLER IS NOT AN AMOUNT -- FIX BALRULE AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  AMT-VALUE             TO  RULE-TOLER(RULE-CNT).
 0025-RULE-TOLERANCE-X.  EXIT.
**
*************************************
**
 0030-SIDE-KEYWORD           SECTION.
**   One L or R line into the open rule's side.
     IF  BALRULE-KEYWORD(1:1)    =   "L"
         MOVE  1                     TO  SIDE-IDX
     ELSE
         MOVE  2                     TO  SIDE-IDX.
     MOVE  BALRULE-KEYWORD(2:7)  TO  SIDE-KEYWORD.
     IF  ( SIDE-KEYWORD  <>  "JOB" )   AND  ( SIDE-KEYWORD  <>  "DATE" )
     AND ( SIDE-KEYWORD  <>  "SUM" )   AND  ( SIDE-KEYWORD  <>  "PICK" )
     AND ( SIDE-KEYWORD  <>  "WHERE" )
     AND ( SIDE-KEYWORD  <>  "DELIM" )
         DISPLAY  "HP2BAL: UNKNOWN BALRULE KEYWORD '"
                  BALRULE-KEYWORD  "' -- LINE IGNORED"
         GO TO  0030-SIDE-KEYWORD-X.
     IF  RULE-NOT-OPEN
         DISPLAY  "HP2BAL: "  BALRULE-KEYWORD  " LINE AHEAD OF ANY "
                  "RULE LINE -- FIX BALRULE AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  SIDE-KEYWORD        =   "JOB"
         MOVE  BALRULE-VALUE(1:26)
                     TO  RULE-S-JOB-PAT(RULE-CNT, SIDE-IDX)
     ELSE,  IF  SIDE-KEYWORD        =   "DATE"
         PERFORM  0040-SIDE-DATE
     ELSE,  IF  ( SIDE-KEYWORD  =  "SUM" )
            OR  ( SIDE-KEYWORD  =  "PICK" )
         IF  BALRULE-VALUE(1:20)     =   SPACES
             DISPLAY  "HP2BAL: RULE '"  RULE-NAME(RULE-CNT)  "' "
                      BALRULE-KEYWORD  " NAMES NO FIELD -- FIX "
                      "BALRULE AND RERUN"
             CALL  INTRINSIC  "QUIT"  USING  \1\
         END-IF
         MOVE  SIDE-KEYWORD(1:1)
                     TO  RULE-S-HOW(RULE-CNT, SIDE-IDX)
         MOVE  BALRULE-VALUE(1:20)
                     TO  RULE-S-FIELD(RULE-CNT, SIDE-IDX)
     ELSE,  IF  SIDE-KEYWORD        =   "WHERE"
         MOVE  BALRULE-VALUE(1:20)
                     TO  RULE-S-WHERE-FIELD(RULE-CNT, SIDE-IDX)
         MOVE  BALRULE-VALUE(22:30)
                     TO  RULE-S-WHERE-VALUE(RULE-CNT, SIDE-IDX)
     ELSE
         IF  BALRULE-VALUE(1:3)      =   "TAB"
             MOVE  %11       TO  RULE-S-DELIM(RULE-CNT, SIDE-IDX)
         ELSE
             MOVE  BALRULE-VALUE(1:1)
                             TO  RULE-S-DELIM(RULE-CNT, SIDE-IDX)
         END-IF.
 0030-SIDE-KEYWORD-X.  EXIT.
**
*************************************
**
 0035-NAME-SIDE              SECTION.
     IF  SIDE-IDX            =   1
         MOVE  "LEFT"                TO  SIDE-NAME
     ELSE
         MOVE  "RIGHT"               TO  SIDE-NAME.
 0035-NAME-SIDE-X.  EXIT.
**
*************************************
**
 0040-SIDE-DATE              SECTION.
**   yyyymmdd, or -n (up to 999) days before the business date.
     IF  BALRULE-VALUE(1:8)  IS  NUMERIC
         MOVE  BALRULE-VALUE(1:8)
                     TO  RULE-S-DATE(RULE-CNT, SIDE-IDX)
         GO TO  0040-SIDE-DATE-X.
     MOVE  0                     TO  RULE-S-DATE(RULE-CNT, SIDE-IDX)
                                     RULE-S-BACK(RULE-CNT, SIDE-IDX).
     MOVE  2                     TO  SUB.
     IF  ( BALRULE-VALUE(1:1)  <>  "-" )
     OR  ( BALRULE-VALUE(2:1)  IS  NOT  NUMERIC )
         GO TO  0040-BAD-DATE.
 0040-NEXT-DIGIT.
**   Three digits at most -- anything past them stops the run
**   rather than quietly balancing some other night.
     IF  SUB                 >   4
         IF  BALRULE-VALUE(5:66)     =   SPACES
             GO TO  0040-SIDE-DATE-X
         ELSE
             GO TO  0040-BAD-DATE.
     IF  BALRULE-VALUE(SUB:1)    =   SPACE
         GO TO  0040-SIDE-DATE-X.
     IF  BALRULE-VALUE(SUB:1)    IS  NOT  NUMERIC
         GO TO  0040-BAD-DATE.
     MOVE  BALRULE-VALUE(SUB:1)  TO  DIGIT-X.
     COMPUTE  RULE-S-BACK(RULE-CNT, SIDE-IDX)
                     =   RULE-S-BACK(RULE-CNT, SIDE-IDX) * 10
                     +   DIGIT-9.
     ADD   1                     TO  SUB.
     GO TO  0040-NEXT-DIGIT.
 0040-BAD-DATE.
     DISPLAY  "HP2BAL: RULE '"  RULE-NAME(RULE-CNT)  "' "
              BALRULE-KEYWORD  " IS NOT YYYYMMDD OR -N -- FIX "
              "BALRULE AND RERUN".
     CALL  INTRINSIC  "QUIT"  USING  \1\.
 0040-SIDE-DATE-X.  EXIT.
**
*************************************
**
 0100-BALANCE-RULES          SECTION.
**   Every rule, in BALRULE order, against the catalog.
     OPEN  INPUT     RTFCAT-FILE.
     IF  RTFCAT-FILE-STATUS      <>  "00"
         DISPLAY  "HP2BAL: COULD NOT OPEN RTFCAT; STATUS = "
                  RTFCAT-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     OPEN  OUTPUT    BALREPT-FILE.
     IF  BALREPT-FILE-STATUS     <>  "00"
         DISPLAY  "HP2BAL: COULD NOT OPEN BALREPT; STATUS = "
                  BALREPT-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  BAL-DATE              TO  RPT-H-DATE.
     MOVE  RUN-DATE              TO  RPT-H-RUN.
     MOVE  RPT-HEAD-LINE         TO  BALREPT-REC.
     WRITE  BALREPT-REC.
     PERFORM  0230-WRITE-BLANK.
     MOVE  RPT-COL-LINE          TO  BALREPT-REC.
     WRITE  BALREPT-REC.
     MOVE  RPT-SIDE-COL-LINE     TO  BALREPT-REC.
     WRITE  BALREPT-REC.
     MOVE  1                     TO  RULE-IDX.
 0100-RULE-NEXT.
     IF  RULE-IDX            >   RULE-CNT
         GO TO  0100-RULES-DONE.
     PERFORM  0230-WRITE-BLANK.
     PERFORM  0110-BALANCE-ONE.
     ADD   1                     TO  RULE-IDX.
     GO TO  0100-RULE-NEXT.
 0100-RULES-DONE.
     PERFORM  0230-WRITE-BLANK.
     IF  RULE-CNT            =   IN-BAL-CNT
         MOVE  SPACES                TO  RPT-TEXT-LINE
         MOVE  "EVERY RULE IS IN BALANCE"    TO  RPT-T-TEXT
         MOVE  RPT-TEXT-LINE         TO  BALREPT-REC
         WRITE  BALREPT-REC
         PERFORM  0230-WRITE-BLANK.
     MOVE  RULE-CNT              TO  RPT-T-RULES.
     MOVE  IN-BAL-CNT            TO  RPT-T-IN-BAL.
     MOVE  OUT-BAL-CNT           TO  RPT-T-OUT-BAL.
     MOVE  NOT-ARRIVED-CNT       TO  RPT-T-NOT-ARRIVED.
     MOVE  ERROR-CNT             TO  RPT-T-ERRORS.
     MOVE  RPT-TOTAL-LINE        TO  BALREPT-REC.
     WRITE  BALREPT-REC.
     CLOSE  RTFCAT-FILE
            BALREPT-FILE.
 0100-BALANCE-RULES-X.  EXIT.
**
*************************************
**
 0110-BALANCE-ONE            SECTION.
**   Work out both sides, then judge the rule -- a side that never
**   arrived outranks one in error, which outranks the comparison.
     MOVE  1                     TO  SIDE-IDX.
     PERFORM  0120-WORK-SIDE.
     MOVE  2                     TO  SIDE-IDX.
     PERFORM  0120-WORK-SIDE.
     MOVE  SPACES                TO  RPT-RULE-LINE.
     MOVE  RULE-NAME(RULE-IDX)   TO  RPT-R-NAME.
     MOVE  RULE-TOLER(RULE-IDX)  TO  RPT-R-TOLER.
     IF  SIDE-FOUND(1)
         MOVE  SIDE-AMT(1)           TO  RPT-R-LEFT.
     IF  SIDE-FOUND(2)
         MOVE  SIDE-AMT(2)           TO  RPT-R-RIGHT.
     IF  SIDE-MISSING(1)  OR  SIDE-MISSING(2)
         ADD   1                     TO  NOT-ARRIVED-CNT
         MOVE  "NOT ARRIVED"         TO  RPT-R-RESULT
         GO TO  0110-PRINT.
     IF  SIDE-IN-ERROR(1)  OR  SIDE-IN-ERROR(2)
         ADD   1                     TO  ERROR-CNT
         MOVE  "ERROR"               TO  RPT-R-RESULT
         GO TO  0110-PRINT.
     COMPUTE  DIFF-AMT       =   SIDE-AMT(1) - SIDE-AMT(2).
     MOVE  DIFF-AMT              TO  RPT-R-DIFF.
     IF  DIFF-AMT            <   0
         COMPUTE  DIFF-ABS   =   0 - DIFF-AMT
     ELSE
         MOVE  DIFF-AMT              TO  DIFF-ABS.
     IF  DIFF-ABS            >   RULE-TOLER(RULE-IDX)
         ADD   1                     TO  OUT-BAL-CNT
         MOVE  "OUT OF BAL"          TO  RPT-R-RESULT
         DISPLAY  "HP2BAL: RULE '"  RULE-NAME(RULE-IDX)
                  "' IS OUT OF BALANCE BY "  RPT-R-DIFF
     ELSE
         ADD   1                     TO  IN-BAL-CNT
         MOVE  "IN BALANCE"          TO  RPT-R-RESULT.
 0110-PRINT.
     IF  NOT  SIDE-FOUND(1)
         MOVE  SPACES                TO  RPT-R-LEFT-X.
     IF  NOT  SIDE-FOUND(2)
         MOVE  SPACES                TO  RPT-R-RIGHT-X.
     IF  RPT-R-RESULT        <>  "OUT OF BAL"
     AND RPT-R-RESULT        <>  "IN BALANCE"
         MOVE  SPACES                TO  RPT-R-DIFF-X
         DISPLAY  "HP2BAL: RULE '"  RULE-NAME(RULE-IDX)  "' -- "
                  RPT-R-RESULT.
     MOVE  RPT-RULE-LINE         TO  BALREPT-REC.
     WRITE  BALREPT-REC.
     MOVE  1                     TO  SIDE-IDX.
     PERFORM  0170-PRINT-SIDE.
     MOVE  2                     TO  SIDE-IDX.
     PERFORM  0170-PRINT-SIDE.
 0110-BALANCE-ONE-X.  EXIT.
**
*************************************
**
 0120-WORK-SIDE              SECTION.
**   Settle the side's date, find its extract in the catalog, and
**   read the figure out of it.
     MOVE  0                     TO  SIDE-AMT(SIDE-IDX)
                                     SIDE-ROWS(SIDE-IDX)
                                     SIDE-CANDIDATES(SIDE-IDX).
     MOVE  SPACES                TO  SIDE-MESSAGE(SIDE-IDX).
     IF  RULE-S-DATE(RULE-IDX, SIDE-IDX)     >   0
         MOVE  RULE-S-DATE(RULE-IDX, SIDE-IDX)
                                     TO  SIDE-DATE(SIDE-IDX)
     ELSE
         MOVE  BAL-DATE              TO  DMD-DATE
         MOVE  RULE-S-BACK(RULE-IDX, SIDE-IDX)   TO  DMD-DAYS
         PERFORM  9100-DATE-MINUS-DAYS
         MOVE  DMD-DATE              TO  SIDE-DATE(SIDE-IDX).
     PERFORM  0130-FIND-EXTRACT.
     IF  SIDE-CANDIDATES(SIDE-IDX)   =   0
         SET  SIDE-MISSING(SIDE-IDX)     TO  TRUE
         GO TO  0120-WORK-SIDE-X.
     SET  SIDE-FOUND(SIDE-IDX)       TO  TRUE.
     PERFORM  0140-READ-EXTRACT.
 0120-WORK-SIDE-X.  EXIT.
**
*************************************
**
 0130-FIND-EXTRACT           SECTION.
**   The day's DATA-mode entries for the side's job pattern, in key
**   order -- the last one seen is the latest, and is the one used.
     MOVE  SIDE-DATE(SIDE-IDX)   TO  CAT-DATE.
     MOVE  0                     TO  CAT-TIME  CAT-SEQ.
     START  RTFCAT-FILE  KEY  NOT  <  CAT-KEY
         INVALID  KEY
             GO TO  0130-FIND-EXTRACT-X.
     MOVE  RULE-S-JOB-PAT(RULE-IDX, SIDE-IDX)    TO  PAT-TEXT.
 0130-FIND-NEXT.
     READ  RTFCAT-FILE  NEXT  RECORD
         AT  END
             GO TO  0130-FIND-EXTRACT-X.
     IF  CAT-DATE            >   SIDE-DATE(SIDE-IDX)
         GO TO  0130-FIND-EXTRACT-X.
     IF  NOT  CAT-MODE-DATA
         GO TO  0130-FIND-NEXT.
     MOVE  CAT-JOB-NAME          TO  PAT-SUBJECT.
     PERFORM  0200-MATCH-PATTERN.
     IF  PAT-NO-MATCH
         GO TO  0130-FIND-NEXT.
     ADD   1                     TO  SIDE-CANDIDATES(SIDE-IDX).
     MOVE  CAT-DATE              TO  SIDE-CAT-DATE(SIDE-IDX).
     MOVE  CAT-TIME              TO  SIDE-CAT-TIME(SIDE-IDX).
     MOVE  CAT-SEQ               TO  SIDE-CAT-SEQ(SIDE-IDX).
     MOVE  CAT-JOB-NAME          TO  SIDE-JOB-NAME(SIDE-IDX).
     MOVE  CAT-OUT-NAME          TO  SIDE-OUT-NAME(SIDE-IDX).
     GO TO  0130-FIND-NEXT.
 0130-FIND-EXTRACT-X.  EXIT.
**
*************************************
**
 0140-READ-EXTRACT           SECTION.
**   Open the extract under BALDATA, find the wanted columns in its
**   header row, and run the rows.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE BALDATA="     DELIMITED  BY  SIZE
             SIDE-OUT-NAME(SIDE-IDX)     DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      =   0
         OPEN  INPUT     BALDATA-FILE
     ELSE
         MOVE  "XX"                  TO  BALDATA-FILE-STATUS.
     IF  BALDATA-FILE-STATUS     <>  "00"
         SET  SIDE-IN-ERROR(SIDE-IDX)    TO  TRUE
         MOVE  "EXTRACT CANNOT BE OPENED; STATUS "
                                     TO  SIDE-MESSAGE(SIDE-IDX)
         MOVE  BALDATA-FILE-STATUS
                             TO  SIDE-MESSAGE(SIDE-IDX)(34:2)
         GO TO  0140-READ-EXTRACT-X.
     MOVE  RULE-S-DELIM(RULE-IDX, SIDE-IDX)  TO  CELL-DELIM.
     MOVE  0                     TO  BAD-VALUE-CNT.
     MOVE  "N"                   TO  OVERFLOW-SW.
     READ  BALDATA-FILE
         AT  END
             MOVE  "EXTRACT IS EMPTY -- NO HEADER ROW"
                                     TO  SIDE-MESSAGE(SIDE-IDX)
             GO TO  0140-FAIL.
     PERFORM  0150-LOCATE-FIELDS.
     IF  FIELD-COL           =   0
         STRING  "FIELD "            DELIMITED  BY  SIZE
                 RULE-S-FIELD(RULE-IDX, SIDE-IDX)
                                     DELIMITED  BY  SPACE
                 " IS NOT IN THE EXTRACT'S HEADER ROW"
                                     DELIMITED  BY  SIZE
                 INTO    SIDE-MESSAGE(SIDE-IDX)
         GO TO  0140-FAIL.
     IF  ( RULE-S-WHERE-FIELD(RULE-IDX, SIDE-IDX)  <>  SPACES )
     AND ( WHERE-COL  =  0 )
         STRING  "WHERE FIELD "      DELIMITED  BY  SIZE
                 RULE-S-WHERE-FIELD(RULE-IDX, SIDE-IDX)
                                     DELIMITED  BY  SPACE
                 " IS NOT IN THE EXTRACT'S HEADER ROW"
                                     DELIMITED  BY  SIZE
                 INTO    SIDE-MESSAGE(SIDE-IDX)
         GO TO  0140-FAIL.
 0140-ROW-NEXT.
     READ  BALDATA-FILE
         AT  END
             GO TO  0140-ROWS-DONE.
     PERFORM  0160-TAKE-ROW.
     GO TO  0140-ROW-NEXT.
 0140-ROWS-DONE.
     CLOSE  BALDATA-FILE.
     IF  AMT-OVERFLOWED
         SET  SIDE-IN-ERROR(SIDE-IDX)    TO  TRUE
         MOVE  "TOTAL IS TOO LARGE FOR 13 DIGITS"
                                     TO  SIDE-MESSAGE(SIDE-IDX)
         GO TO  0140-READ-EXTRACT-X.
     IF  BAD-VALUE-CNT       >   0
         SET  SIDE-IN-ERROR(SIDE-IDX)    TO  TRUE
         MOVE  BAD-VALUE-CNT         TO  NOTE-CNT-ED
         STRING  NOTE-CNT-ED        DELIMITED  BY  SIZE
                 " ROW(S) HOLD A VALUE THAT IS NOT A NUMBER"
                                     DELIMITED  BY  SIZE
                 INTO    SIDE-MESSAGE(SIDE-IDX)
         GO TO  0140-READ-EXTRACT-X.
     IF  RULE-S-PICK(RULE-IDX, SIDE-IDX)
     AND ( SIDE-ROWS(SIDE-IDX)  =  0 )
         SET  SIDE-IN-ERROR(SIDE-IDX)    TO  TRUE
         MOVE  "NO ROW TO PICK THE FIGURE FROM"
                                     TO  SIDE-MESSAGE(SIDE-IDX).
     GO TO  0140-READ-EXTRACT-X.
 0140-FAIL.
     CLOSE  BALDATA-FILE.
     SET  SIDE-IN-ERROR(SIDE-IDX)    TO  TRUE.
 0140-READ-EXTRACT-X.  EXIT.
**
*************************************
**
 0150-LOCATE-FIELDS          SECTION.
**   The header row is the layout's field names joined by the
**   delimiter (1430-DATA-HEADER-ROW over in HP2RTF) -- find the
**   sum/pick column and, if the side has one, the where column.
     MOVE  0                     TO  FIELD-COL  WHERE-COL  HEADER-COLS.
     IF  BAL-REC-LEN         >   0
         INSPECT  BALDATA-REC(1:BAL-REC-LEN)  TALLYING
             HEADER-COLS  FOR  ALL  CELL-DELIM.
     ADD   1                     TO  HEADER-COLS.
     MOVE  1                     TO  CELL-COL.
 0150-NEXT-COL.
     IF  CELL-COL            >   HEADER-COLS
         GO TO  0150-LOCATE-FIELDS-X.
     PERFORM  0210-GET-CELL.
     IF  ( FIELD-COL  =  0 )
     AND ( CELL-TEXT(1:20)  =  RULE-S-FIELD(RULE-IDX, SIDE-IDX) )
         MOVE  CELL-COL              TO  FIELD-COL.
     IF  ( WHERE-COL  =  0 )
     AND ( RULE-S-WHERE-FIELD(RULE-IDX, SIDE-IDX)  <>  SPACES )
     AND ( CELL-TEXT(1:20)  =  RULE-S-WHERE-FIELD(RULE-IDX, SIDE-IDX) )
         MOVE  CELL-COL              TO  WHERE-COL.
     ADD   1                     TO  CELL-COL.
     GO TO  0150-NEXT-COL.
 0150-LOCATE-FIELDS-X.  EXIT.
**
*************************************
**
 0160-TAKE-ROW               SECTION.
**   One data row: skip it if the where field doesn't hold the
**   where value, otherwise add its figure in (SUM) or keep it as
**   the latest (PICK).  A blank figure is no figure -- the row is
**   passed over rather than read as zero.
     IF  WHERE-COL           >   0
         MOVE  WHERE-COL             TO  CELL-COL
         PERFORM  0210-GET-CELL
         IF  CELL-TEXT(1:30)
                 <>  RULE-S-WHERE-VALUE(RULE-IDX, SIDE-IDX)
             GO TO  0160-TAKE-ROW-X
         END-IF.
     MOVE  FIELD-COL             TO  CELL-COL.
     PERFORM  0210-GET-CELL.
     IF  CELL-LEN            =   0
         GO TO  0160-TAKE-ROW-X.
     PERFORM  0220-PARSE-AMOUNT.
     IF  AMT-BAD
         ADD   1                     TO  BAD-VALUE-CNT
         GO TO  0160-TAKE-ROW-X.
     ADD   1                     TO  SIDE-ROWS(SIDE-IDX).
     IF  RULE-S-PICK(RULE-IDX, SIDE-IDX)
         MOVE  AMT-VALUE             TO  SIDE-AMT(SIDE-IDX)
         GO TO  0160-TAKE-ROW-X.
     ADD   AMT-VALUE             TO  SIDE-AMT(SIDE-IDX)
         ON  SIZE  ERROR
             MOVE  "Y"               TO  OVERFLOW-SW.
 0160-TAKE-ROW-X.  EXIT.
**
*************************************
**
 0170-PRINT-SIDE             SECTION.
**   The side's line -- where its figure came from -- and a note
**   under it for anything the reader ought to know.
     MOVE  SPACES                TO  RPT-SIDE-LINE.
     PERFORM  0035-NAME-SIDE.
     MOVE  SIDE-NAME             TO  RPT-S-SIDE.
     IF  RULE-S-SUM(RULE-IDX, SIDE-IDX)
         MOVE  "SUM"                 TO  RPT-S-HOW
     ELSE
         MOVE  "PICK"                TO  RPT-S-HOW.
     MOVE  RULE-S-FIELD(RULE-IDX, SIDE-IDX)  TO  RPT-S-FIELD.
     IF  SIDE-MISSING(SIDE-IDX)
         MOVE  RULE-S-JOB-PAT(RULE-IDX, SIDE-IDX)    TO  RPT-M-JOB
         MOVE  SIDE-DATE(SIDE-IDX)   TO  RPT-M-DATE
         MOVE  RPT-MISSING-DETAIL    TO  RPT-S-DETAIL
     ELSE
         MOVE  SIDE-CAT-DATE(SIDE-IDX)   TO  RPT-D-KEY-DATE
         MOVE  SIDE-CAT-TIME(SIDE-IDX)   TO  RPT-D-KEY-TIME
         MOVE  SIDE-CAT-SEQ(SIDE-IDX)    TO  RPT-D-KEY-SEQ
         MOVE  SIDE-JOB-NAME(SIDE-IDX)   TO  RPT-D-JOB
         MOVE  SIDE-OUT-NAME(SIDE-IDX)   TO  RPT-D-OUT-NAME
         MOVE  RPT-SOURCE-DETAIL     TO  RPT-S-DETAIL
         MOVE  SIDE-ROWS(SIDE-IDX)   TO  RPT-S-ROWS.
     MOVE  RPT-SIDE-LINE         TO  BALREPT-REC.
     WRITE  BALREPT-REC.
     IF  RULE-S-WHERE-FIELD(RULE-IDX, SIDE-IDX)  <>  SPACES
         MOVE  SPACES                TO  RPT-N-TEXT
         STRING  "ROWS WHERE "       DELIMITED  BY  SIZE
                 RULE-S-WHERE-FIELD(RULE-IDX, SIDE-IDX)
                                     DELIMITED  BY  SPACE
                 " = "               DELIMITED  BY  SIZE
                 RULE-S-WHERE-VALUE(RULE-IDX, SIDE-IDX)
                                     DELIMITED  BY  SIZE
                 INTO    RPT-N-TEXT
         PERFORM  0175-PRINT-NOTE.
     IF  SIDE-CANDIDATES(SIDE-IDX)   >   1
         MOVE  SIDE-CANDIDATES(SIDE-IDX)     TO  NOTE-CNT-ED
         MOVE  SPACES                TO  RPT-N-TEXT
         STRING  NOTE-CNT-ED        DELIMITED  BY  SIZE
                 " EXTRACTS CATALOGED THAT DAY -- THE LATEST IS "
                                     DELIMITED  BY  SIZE
                 "USED"              DELIMITED  BY  SIZE
                 INTO    RPT-N-TEXT
         PERFORM  0175-PRINT-NOTE.
     IF  SIDE-IN-ERROR(SIDE-IDX)
         MOVE  SIDE-MESSAGE(SIDE-IDX)    TO  RPT-N-TEXT
         PERFORM  0175-PRINT-NOTE.
 0170-PRINT-SIDE-X.  EXIT.
**
*************************************
**
 0175-PRINT-NOTE             SECTION.
     MOVE  RPT-NOTE-LINE         TO  BALREPT-REC.
     WRITE  BALREPT-REC.
 0175-PRINT-NOTE-X.  EXIT.
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
**
*************************************
**
 0210-GET-CELL               SECTION.
**   Cut column CELL-COL out of the record in hand: skip that many
**   delimiters less one, then copy up to the next delimiter or the
**   record end, leading blanks dropped.  HP2RTF already trims each
**   field (1440-CUT-FIELD) but a hand-made extract may not have.
     MOVE  SPACES                TO  CELL-TEXT.
     MOVE  0                     TO  CELL-LEN.
     MOVE  1                     TO  CELL-ON-COL  CELL-SUB.
 0210-FIND-COL.
     IF  CELL-ON-COL         =   CELL-COL
         GO TO  0210-COPY-CELL.
     IF  CELL-SUB            >   BAL-REC-LEN
         GO TO  0210-GET-CELL-X.
     IF  BALDATA-REC(CELL-SUB:1)     =   CELL-DELIM
         ADD   1                     TO  CELL-ON-COL.
     ADD   1                     TO  CELL-SUB.
     GO TO  0210-FIND-COL.
 0210-COPY-CELL.
     IF  CELL-SUB            >   BAL-REC-LEN
         GO TO  0210-TRIM-TAIL.
     IF  BALDATA-REC(CELL-SUB:1)     =   CELL-DELIM
         GO TO  0210-TRIM-TAIL.
     IF  ( CELL-LEN  <  70 )
     AND ( ( CELL-LEN  >  0 )
        OR ( BALDATA-REC(CELL-SUB:1)  <>  " " ) )
         ADD   1                     TO  CELL-LEN
         MOVE  BALDATA-REC(CELL-SUB:1)   TO  CELL-TEXT(CELL-LEN:1).
     ADD   1                     TO  CELL-SUB.
     GO TO  0210-COPY-CELL.
 0210-TRIM-TAIL.
     IF  ( CELL-LEN  >  0 )  AND  ( CELL-TEXT(CELL-LEN:1)  =  " " )
         SUBTRACT  1                 FROM  CELL-LEN
         GO TO  0210-TRIM-TAIL.
 0210-GET-CELL-X.  EXIT.
**
*************************************
**
 0220-PARSE-AMOUNT           SECTION.
**   Read CELL-TEXT(1:CELL-LEN) as money into AMT-VALUE, the way a
**   report prints it: 1,234.56  -1234.56  1,234.56-  (1,234.56)
**   $1,234.56  1,234.56CR.  Anything else -- letters, a second
**   decimal point, no digits at all, more than 13 whole digits --
**   is AMT-BAD.
     MOVE  0                     TO  AMT-VALUE  AMT-INT-DIGITS
                                     AMT-FRAC-DIGITS  AMT-DIGIT-CNT.
     MOVE  "N"                   TO  AMT-POINT-SW  AMT-NEG-SW.
     SET  AMT-GOOD               TO  TRUE.
     MOVE  1                     TO  AMT-SUB.
 0220-NEXT-CHAR.
     IF  AMT-SUB             >   CELL-LEN
         GO TO  0220-CHECK.
     MOVE  CELL-TEXT(AMT-SUB:1)  TO  DIGIT-X.
     IF  DIGIT-X  IS  NUMERIC
         PERFORM  0225-TAKE-DIGIT
     ELSE,  IF  DIGIT-X     =   "."
         IF  AMT-POINT-SEEN
             SET  AMT-BAD            TO  TRUE
         END-IF
         MOVE  "Y"                   TO  AMT-POINT-SW
     ELSE,  IF  ( DIGIT-X  =  "-" )  OR  ( DIGIT-X  =  "(" )
         MOVE  "Y"                   TO  AMT-NEG-SW
     ELSE,  IF  ( DIGIT-X  =  "C" )  AND  ( AMT-SUB  <  CELL-LEN )
            AND ( CELL-TEXT(AMT-SUB + 1:1)  =  "R" )
         MOVE  "Y"                   TO  AMT-NEG-SW
         ADD   1                     TO  AMT-SUB
     ELSE,  IF  ( DIGIT-X  <>  "," )  AND  ( DIGIT-X  <>  "$" )
            AND ( DIGIT-X  <>  " " )  AND  ( DIGIT-X  <>  "+" )
            AND ( DIGIT-X  <>  ")" )
         SET  AMT-BAD                TO  TRUE.
     IF  AMT-BAD
         GO TO  0220-PARSE-AMOUNT-X.
     ADD   1                     TO  AMT-SUB.
     GO TO  0220-NEXT-CHAR.
 0220-CHECK.
     IF  AMT-DIGIT-CNT       =   0
         SET  AMT-BAD                TO  TRUE
         GO TO  0220-PARSE-AMOUNT-X.
     IF  AMT-IS-NEGATIVE
         COMPUTE  AMT-VALUE  =   0 - AMT-VALUE.
 0220-PARSE-AMOUNT-X.  EXIT.
**
*************************************
**
 0225-TAKE-DIGIT             SECTION.
**   One digit into AMT-VALUE -- whole dollars shift left, the first
**   two decimals land as dimes and cents, later ones are dropped.
     ADD   1                     TO  AMT-DIGIT-CNT.
     IF  NOT  AMT-POINT-SEEN
         ADD   1                     TO  AMT-INT-DIGITS
         IF  AMT-INT-DIGITS      >   13
             SET  AMT-BAD                TO  TRUE
         ELSE
             COMPUTE  AMT-VALUE  =   AMT-VALUE * 10 + DIGIT-9
         END-IF
         GO TO  0225-TAKE-DIGIT-X.
     ADD   1                     TO  AMT-FRAC-DIGITS.
     IF  AMT-FRAC-DIGITS     =   1
         COMPUTE  AMT-VALUE  =   AMT-VALUE + DIGIT-9 / 10
     ELSE,  IF  AMT-FRAC-DIGITS     =   2
         COMPUTE  AMT-VALUE  =   AMT-VALUE + DIGIT-9 / 100.
 0225-TAKE-DIGIT-X.  EXIT.
**
*************************************
**
 0230-WRITE-BLANK            SECTION.
     MOVE  SPACES                TO  BALREPT-REC.
     WRITE  BALREPT-REC.
 0230-WRITE-BLANK-X.  EXIT.
**
*************************************
**
 9100-DATE-MINUS-DAYS        SECTION.
**   Move DMD-DATE (yyyymmdd) DMD-DAYS days into the past, borrowing
**   whole months at a time off the month-length table (February
**   checked against the full century leap rule).  Plain verbs only
**   -- no date intrinsics to depend on; keep in step with the copy
**   in HP2CATM.
     MOVE  DMD-DAYS              TO  DMD-REMAIN.
 9100-BORROW-NEXT.
     IF  DMD-REMAIN          <=  0
         GO TO  9100-DATE-MINUS-DAYS-X.
     IF  DMD-DAY             >   DMD-REMAIN
         SUBTRACT  DMD-REMAIN    FROM  DMD-DAY
         GO TO  9100-DATE-MINUS-DAYS-X.
**   Borrow the rest of this month -- back up to the last day of
**   the month before, and keep going with what's left.
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
