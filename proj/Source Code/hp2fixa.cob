IDENTIFICATION DIVISION.
PROGRAM-ID.         HP2FIXA.
DATE-WRITTEN.       10/15/2026.
AUTHOR.             DAVID POWELL,  MMfab, Inc.
**
**   Fixity audit -- proves a converted document is still the one
**   HP2RTF produced.  HP2RTF seals every document it catalogs with
**   a checksum of the file as written (CAT-FIX-SUM / CAT-FIX-BYTES
**   in RTFCAT; see 0075-SEAL-DOCUMENT over there); once HP2SCAN's
**   dispose pass has purged the spool file that copy is the record
**   copy, and nothing else would notice it being edited or rotting
**   on disk.  This walks the catalog over a date range, reads each
**   document back, recomputes the checksum the same way, and
**   reports every one that no longer matches or can no longer be
**   read.
**
**   Findings, one line each with the RTFCAT key so HP2CATI goes
**   straight to the entry:
**
**     CHANGED    -- the file is there but its content (checksum or
**                   byte count) differs from the seal
**     MISSING    -- the cataloged file can't be opened any more
**     UNSEALED   -- cataloged before seals were kept, or HP2RTF
**                   could not read it back at the time; nothing to
**                   check against (listed, not alarmed)
**
**   Selection comes from FIXPARM, keyword lines in the same style
**   as HP2EXCR's EXCPARM, and likewise optional:
**
**     DATE1     yyyymmdd -- on or after (default: the whole catalog)
**     DATE2     yyyymmdd -- on or before (default today)
**
**   The report goes to the FIXREPT file (132-column print lines,
**   rebuilt each run).  CHANGED plus MISSING goes out in the
**   RTF_FIXITY_RC JCW -- anything nonzero is for the stream to
**   alarm on.
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  FIXPARM-FILE    ASSIGN  "FIXPARM"
                            FILE STATUS  FIXPARM-FILE-STATUS.
    SELECT  RTFCAT-FILE     ASSIGN  "RTFCAT"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  CAT-KEY
                            FILE STATUS  RTFCAT-FILE-STATUS.
**   The document being rechecked -- equated to CAT-OUT-NAME by
**   0110-CHECK-DOCUMENT.
    SELECT  FIXITY-FILE     ASSIGN  "RTFFIXR"
                            FILE STATUS  FIXITY-FILE-STATUS.
    SELECT  FIXREPT-FILE    ASSIGN  "FIXREPT"
                            FILE STATUS  FIXREPT-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

$DEFINE  %MAXOUTLEN=1024#

FD  FIXPARM-FILE    RECORD  CONTAINS  80  CHARACTERS.
01  FIXPARM-REC.
    05  FIXPARM-KEYWORD         PIC  X(08).
    05  F                       PIC  X(02).
    05  FIXPARM-VALUE           PIC  X(70).

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
FD  FIXITY-FILE     RECORD  VARYING FROM  0  TO  %MAXOUTLEN
                    DEPENDING ON    FIX-REC-LEN.
01  FIXITY-REC              PIC  X(%MAXOUTLEN).

FD  FIXREPT-FILE    RECORD  CONTAINS  132  CHARACTERS.
01  FIXREPT-REC             PIC  X(132).

WORKING-STORAGE SECTION.
77  FIXPARM-FILE-STATUS      PIC  X(02).
77  RTFCAT-FILE-STATUS       PIC  X(02).
77  FIXITY-FILE-STATUS       PIC  X(02).
77  FIXREPT-FILE-STATUS      PIC  X(02).

01  FIX-PARMS.
    05  FIX-DATE1            PIC  9(08)  VALUE  0.
    05  FIX-DATE2            PIC  9(08)  VALUE  0.

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
**   The checksum recomputed for the document in hand.
77  FIX-NOW-SUM              PIC  9(10).
77  FIX-NOW-BYTES            PIC  9(10).

01  COMMAND-FIELDS.
    05  COMMAND-STRING       PIC  X(100).
    05  COMMAND-PTR          PIC S9(09)  COMP.
    05  COMMAND-LEN          PIC S9(09)  COMP.
    05  COMMAND-RESULT       PIC S9(09)  COMP.

77  CHECKED-CNT              PIC S9(09)  COMP  VALUE  0.
77  INTACT-CNT               PIC S9(09)  COMP  VALUE  0.
77  CHANGED-CNT              PIC S9(09)  COMP  VALUE  0.
77  MISSING-CNT              PIC S9(09)  COMP  VALUE  0.
77  UNSEALED-CNT             PIC S9(09)  COMP  VALUE  0.
77  FIXITY-RC                PIC S9(09)  COMP  VALUE  0.
77  FIXITY-RC-VAR-NAME       PIC  X(13)  VALUE  "RTF_FIXITY_RC".

**   Print lines.
01  RPT-HEAD-LINE.
    05  F                    PIC  X(34)  VALUE
        "HP2RTF DOCUMENT FIXITY AUDIT      ".
    05  RPT-H-DATE1          PIC  9(08).
    05  F                    PIC  X(03)  VALUE  " - ".
    05  RPT-H-DATE2          PIC  9(08).
    05  F                    PIC  X(09)  VALUE  "  RUN ON ".
    05  RPT-H-RUN            PIC  9(08).
    05  F                    PIC  X(62)  VALUE  SPACES.
01  RPT-COL-LINE.
    05  F                    PIC  X(10)  VALUE  "FINDING   ".
    05  F                    PIC  X(21)  VALUE
        "RTFCAT KEY           ".
    05  F                    PIC  X(27)  VALUE
        "JOB                        ".
    05  F                    PIC  X(37)  VALUE
        "OUTPUT FILE                          ".
    05  F                    PIC  X(37)  VALUE
        "      AS SEALED  NOW                 ".
01  RPT-DOC-LINE.
    05  RPT-D-FINDING        PIC  X(10).
    05  RPT-D-KEY-DATE       PIC  9(08).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-KEY-TIME       PIC  9(06).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-KEY-SEQ        PIC  9(04).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-JOB            PIC  X(26).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-OUT-NAME       PIC  X(36).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-D-DETAIL         PIC  X(37).
**   A CHANGED line shows the checksums, or the byte counts when
**   the checksums happen to agree.
01  RPT-SUMS-DETAIL.
    05  RPT-S-WHAT           PIC  X(06).
    05  RPT-S-WAS            PIC  9(10).
    05  F                    PIC  X(01)  VALUE  SPACE.
    05  RPT-S-NOW            PIC  9(10).
    05  F                    PIC  X(10)  VALUE  SPACES.
01  RPT-TEXT-LINE.
    05  RPT-T-TEXT           PIC  X(60).
    05  F                    PIC  X(72)  VALUE  SPACES.
01  RPT-TOTAL-LINE.
    05  F                    PIC  X(09)  VALUE  "CHECKED: ".
    05  RPT-T-CHECKED        PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(10)  VALUE  "  INTACT: ".
    05  RPT-T-INTACT         PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(11)  VALUE  "  CHANGED: ".
    05  RPT-T-CHANGED        PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(11)  VALUE  "  MISSING: ".
    05  RPT-T-MISSING        PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(12)  VALUE  "  UNSEALED: ".
    05  RPT-T-UNSEALED       PIC  Z,ZZZ,ZZ9.
    05  F                    PIC  X(34)  VALUE  SPACES.

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
     MOVE  RUN-DATE              TO  FIX-DATE2.
     PERFORM  0010-READ-PARMS.
     PERFORM  0100-WALK-CATALOG.
     COMPUTE  FIXITY-RC      =   CHANGED-CNT + MISSING-CNT.
     %PUTVARINT(FIXITY-RC-VAR-NAME#,FIXITY-RC#)
     DISPLAY  "HP2FIXA: "  CHECKED-CNT  " CHECKED, "
              CHANGED-CNT  " CHANGED, "  MISSING-CNT  " MISSING, "
              UNSEALED-CNT  " UNSEALED, "  FIX-DATE1  " - "
              FIX-DATE2.
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
*************************************
**
 0010-READ-PARMS             SECTION.
**   Load FIXPARM -- optional like EXCPARM; the defaults cover the
**   whole catalog.
     OPEN  INPUT     FIXPARM-FILE.
     IF  FIXPARM-FILE-STATUS     <>  "00"
         DISPLAY  "HP2FIXA: NO FIXPARM FILE -- AUDITING THE WHOLE "
                  "CATALOG"
         GO TO  0010-READ-PARMS-X.
 0010-PARM-NEXT.
     READ  FIXPARM-FILE
         AT  END
             GO TO  0010-PARM-DONE.
     IF  FIXPARM-REC         =   SPACES
         GO TO  0010-PARM-NEXT.
     IF  FIXPARM-KEYWORD     =   "DATE1"
         IF  FIXPARM-VALUE(1:8)  IS  NUMERIC
             MOVE  FIXPARM-VALUE(1:8)    TO  FIX-DATE1
         ELSE
             DISPLAY  "HP2FIXA: DATE1 IS NOT YYYYMMDD -- IGNORED"
         END-IF
     ELSE,  IF  FIXPARM-KEYWORD     =   "DATE2"
         IF  FIXPARM-VALUE(1:8)  IS  NUMERIC
             MOVE  FIXPARM-VALUE(1:8)    TO  FIX-DATE2
         ELSE
             DISPLAY  "HP2FIXA: DATE2 IS NOT YYYYMMDD -- IGNORED"
         END-IF
     ELSE
         DISPLAY  "HP2FIXA: UNKNOWN FIXPARM KEYWORD '"
                  FIXPARM-KEYWORD  "' -- LINE IGNORED".
     GO TO  0010-PARM-NEXT.
 0010-PARM-DONE.
     CLOSE  FIXPARM-FILE.
 0010-READ-PARMS-X.  EXIT.
**
*************************************
**
 0100-WALK-CATALOG           SECTION.
**   One START at DATE1, READ NEXTs until past DATE2 -- the same
**   walk as HP2CATI.
     OPEN  INPUT     RTFCAT-FILE.
     IF  RTFCAT-FILE-STATUS      <>  "00"
         DISPLAY  "HP2FIXA: COULD NOT OPEN RTFCAT; STATUS = "
                  RTFCAT-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     OPEN  OUTPUT    FIXREPT-FILE.
     IF  FIXREPT-FILE-STATUS     <>  "00"
         DISPLAY  "HP2FIXA: COULD NOT OPEN FIXREPT; STATUS = "
                  FIXREPT-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  FIX-DATE1             TO  RPT-H-DATE1.
     MOVE  FIX-DATE2             TO  RPT-H-DATE2.
     MOVE  RUN-DATE              TO  RPT-H-RUN.
     MOVE  RPT-HEAD-LINE         TO  FIXREPT-REC.
     WRITE  FIXREPT-REC.
     PERFORM  0230-WRITE-BLANK.
     MOVE  RPT-COL-LINE          TO  FIXREPT-REC.
     WRITE  FIXREPT-REC.

     MOVE  FIX-DATE1             TO  CAT-DATE.
     MOVE  0                     TO  CAT-TIME  CAT-SEQ.
     START  RTFCAT-FILE  KEY  NOT  <  CAT-KEY
         INVALID  KEY
             GO TO  0100-WALK-DONE.
 0100-WALK-NEXT.
     READ  RTFCAT-FILE  NEXT  RECORD
         AT  END
             GO TO  0100-WALK-DONE.
     IF  CAT-DATE            >   FIX-DATE2
         GO TO  0100-WALK-DONE.
     ADD   1                     TO  CHECKED-CNT.
     PERFORM  0110-CHECK-DOCUMENT.
     GO TO  0100-WALK-NEXT.
 0100-WALK-DONE.
     IF  CHECKED-CNT         =   INTACT-CNT
         MOVE  SPACES                TO  RPT-TEXT-LINE
         MOVE  "EVERY DOCUMENT IN THE DATE RANGE MATCHES ITS SEAL"
                                     TO  RPT-T-TEXT
         MOVE  RPT-TEXT-LINE         TO  FIXREPT-REC
         WRITE  FIXREPT-REC.
     PERFORM  0230-WRITE-BLANK.
     MOVE  CHECKED-CNT           TO  RPT-T-CHECKED.
     MOVE  INTACT-CNT            TO  RPT-T-INTACT.
     MOVE  CHANGED-CNT           TO  RPT-T-CHANGED.
     MOVE  MISSING-CNT           TO  RPT-T-MISSING.
     MOVE  UNSEALED-CNT          TO  RPT-T-UNSEALED.
     MOVE  RPT-TOTAL-LINE        TO  FIXREPT-REC.
     WRITE  FIXREPT-REC.
     CLOSE  RTFCAT-FILE
            FIXREPT-FILE.
 0100-WALK-CATALOG-X.  EXIT.
**
*************************************
**
 0110-CHECK-DOCUMENT         SECTION.
**   Recheck one catalog entry against its document on disk.  A
**   match is only counted; anything else gets a report line.
     MOVE  SPACES                TO  RPT-D-DETAIL.
     IF  NOT  CAT-IS-SEALED
         ADD   1                     TO  UNSEALED-CNT
         MOVE  "UNSEALED"            TO  RPT-D-FINDING
         MOVE  "NO CHECKSUM TO COMPARE"  TO  RPT-D-DETAIL
         PERFORM  0120-PRINT-FINDING
         GO TO  0110-CHECK-DOCUMENT-X.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE RTFFIXR="     DELIMITED  BY  SIZE
             CAT-OUT-NAME        DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      =   0
         OPEN  INPUT     FIXITY-FILE
     ELSE
         MOVE  "XX"                  TO  FIXITY-FILE-STATUS.
     IF  FIXITY-FILE-STATUS      <>  "00"
         ADD   1                     TO  MISSING-CNT
         MOVE  "MISSING"             TO  RPT-D-FINDING
         MOVE  "FILE CANNOT BE OPENED; STATUS "  TO  RPT-D-DETAIL
         MOVE  FIXITY-FILE-STATUS    TO  RPT-D-DETAIL(31:2)
         PERFORM  0120-PRINT-FINDING
         GO TO  0110-CHECK-DOCUMENT-X.
     PERFORM  0200-CHECKSUM-FILE.
     CLOSE  FIXITY-FILE.
     COMPUTE  FIX-NOW-SUM    =   FIX-SUM-B * 65536 + FIX-SUM-A.
     MOVE  FIX-BYTE-CNT          TO  FIX-NOW-BYTES.
     IF  ( FIX-NOW-SUM    =  CAT-FIX-SUM )
     AND ( FIX-NOW-BYTES  =  CAT-FIX-BYTES )
         ADD   1                     TO  INTACT-CNT
         GO TO  0110-CHECK-DOCUMENT-X.
     ADD   1                     TO  CHANGED-CNT.
     MOVE  "CHANGED"             TO  RPT-D-FINDING.
     IF  FIX-NOW-SUM         <>  CAT-FIX-SUM
         MOVE  "SUM   "              TO  RPT-S-WHAT
         MOVE  CAT-FIX-SUM           TO  RPT-S-WAS
         MOVE  FIX-NOW-SUM           TO  RPT-S-NOW
     ELSE
         MOVE  "BYTES "              TO  RPT-S-WHAT
         MOVE  CAT-FIX-BYTES         TO  RPT-S-WAS
         MOVE  FIX-NOW-BYTES         TO  RPT-S-NOW.
     MOVE  RPT-SUMS-DETAIL       TO  RPT-D-DETAIL.
     PERFORM  0120-PRINT-FINDING.
 0110-CHECK-DOCUMENT-X.  EXIT.
**
*************************************
**
 0120-PRINT-FINDING          SECTION.
     MOVE  CAT-DATE              TO  RPT-D-KEY-DATE.
     MOVE  CAT-TIME              TO  RPT-D-KEY-TIME.
     MOVE  CAT-SEQ               TO  RPT-D-KEY-SEQ.
     MOVE  CAT-JOB-NAME          TO  RPT-D-JOB.
     MOVE  CAT-OUT-NAME          TO  RPT-D-OUT-NAME.
     MOVE  RPT-DOC-LINE          TO  FIXREPT-REC.
     WRITE  FIXREPT-REC.
 0120-PRINT-FINDING-X.  EXIT.
**
*************************************
**
 0200-CHECKSUM-FILE          SECTION.
**   Adler-32 over every byte of FIXITY-FILE, plus a line feed (10)
**   at each record end -- HP2RTF's 0076-CHECKSUM-FILE byte for
**   byte; keep the two in step, or every document reads CHANGED.
     MOVE  1                     TO  FIX-SUM-A.
     MOVE  0                     TO  FIX-SUM-B  FIX-BYTE-CNT.
 0200-READ-NEXT.
     READ  FIXITY-FILE
         AT  END
             GO TO  0200-CHECKSUM-FILE-X.
     MOVE  1                     TO  FIX-SUB.
 0200-NEXT-BYTE.
     IF  FIX-SUB             >   FIX-REC-LEN
         MOVE  10                    TO  FIX-CHAR-CODE
     ELSE
         MOVE  FIXITY-REC(FIX-SUB:1) TO  FIX-CHAR-BYTE.
     ADD   FIX-CHAR-CODE         TO  FIX-SUM-A.
     IF  FIX-SUM-A           >=  65521
         SUBTRACT  65521             FROM  FIX-SUM-A.
     ADD   FIX-SUM-A             TO  FIX-SUM-B.
     IF  FIX-SUM-B           >=  65521
         SUBTRACT  65521             FROM  FIX-SUM-B.
     ADD   1                     TO  FIX-BYTE-CNT.
     ADD   1                     TO  FIX-SUB.
     IF  FIX-SUB             >   FIX-REC-LEN + 1
         GO TO  0200-READ-NEXT.
     GO TO  0200-NEXT-BYTE.
 0200-CHECKSUM-FILE-X.  EXIT.
**
*************************************
**
 0230-WRITE-BLANK            SECTION.
     MOVE  SPACES                TO  FIXREPT-REC.
     WRITE  FIXREPT-REC.
 0230-WRITE-BLANK-X.  EXIT.
