IDENTIFICATION DIVISION.
PROGRAM-ID.         HP2IDXM.
DATE-WRITTEN.       10/15/2026.
AUTHOR.             DAVID POWELL,  MMfab, Inc.
**
**   Index maintenance for HP2IDXB's RTFIDX file -- keeps the index
**   in line with the RTFCAT catalog it points into.  HP2CATM's
**   retention pass deletes expired catalog records (after copying
**   them to RTFHIST) but never touches RTFIDX, so without this the
**   index fills with postings whose catalog record is gone, and
**   HP2IDXQ lists hits that lead nowhere.
**
**   Two passes, picked by the RTF_IDXM_MODE JCW:
**
**     0 (or unset) -- PURGE.  Walk the whole index and delete
**        every posting whose catalog key has no RTFCAT record any
**        more -- retired to RTFHIST by HP2CATM, or lost some other
**        way; either way there is nothing live for it to lead to.
**        Run it after HP2CATM's sweep.
**
**     1 -- REBUILD.  Re-index a date range from scratch after a
**        restore: delete every posting for a catalog key dated in
**        DATE1-DATE2, then walk RTFCAT over the same range and
**        index each document again exactly as HP2IDXB does.
**
**   Either way the count of postings removed (and, rebuilding,
**   re-posted) is DISPLAYed per catalog date, oldest first.
**
**   Parms come from IDXMPARM, optional, in the IDXPARM style:
**
**     DATE1     yyyymmdd -- rebuild on or after  (default: today)
**     DATE2     yyyymmdd -- rebuild on or before (default: today)
**     MINLEN    shortest word worth indexing (default 3) -- use
**               whatever HP2IDXB's IDXPARM says, or the rebuilt
**               range will not match the rest of the index
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  IDXMPARM-FILE   ASSIGN  "IDXMPARM"
                            FILE STATUS  IDXMPARM-FILE-STATUS.
    SELECT  RTFCAT-FILE     ASSIGN  "RTFCAT"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  CAT-KEY
                            FILE STATUS  RTFCAT-FILE-STATUS.
    SELECT  RTFIDX-FILE     ASSIGN  "RTFIDX"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  IDX-KEY
                            FILE STATUS  RTFIDX-FILE-STATUS.
**   Rebuild only -- one converted document at a time, re-equated
**   to each catalog record's CAT-OUT-NAME as in HP2IDXB.
    SELECT  IDXDOC-FILE     ASSIGN  "IDXDOC"
                            FILE STATUS  IDXDOC-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

FD  IDXMPARM-FILE   RECORD  CONTAINS  80  CHARACTERS.
01  IDXMPARM-REC.
    05  IDXMPARM-KEYWORD        PIC  X(08).
    05  F                       PIC  X(02).
    05  IDXMPARM-VALUE          PIC  X(70).

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

**   Index record layout -- keep in step with the copies in HP2IDXB
**   and HP2IDXQ.
FD  RTFIDX-FILE     RECORD  CONTAINS  40  CHARACTERS.
01  RTFIDX-REC.
    05  IDX-KEY.
        10  IDX-WORD            PIC  X(16).
        10  IDX-CAT-KEY.
            15  IDX-CAT-DATE    PIC  9(08).
            15  IDX-CAT-TIME    PIC  9(06).
            15  IDX-CAT-SEQ     PIC  9(04).
    05  F                       PIC  X(06).

FD  IDXDOC-FILE     RECORD  VARYING FROM  0  TO  1024
                    DEPENDING ON  DOC-REC-LEN.
01  IDXDOC-REC              PIC  X(1024).

WORKING-STORAGE SECTION.
77  IDXMPARM-FILE-STATUS     PIC  X(02).
77  RTFCAT-FILE-STATUS       PIC  X(02).
77  RTFIDX-FILE-STATUS       PIC  X(02).
77  IDXDOC-FILE-STATUS       PIC  X(02).
77  DOC-REC-LEN              PIC S9(09)  COMP.
77  SUB                      PIC S9(09)  COMP.

01  IDX-PARMS.
    05  IDX-DATE1            PIC  9(08)  VALUE  0.
    05  IDX-DATE2            PIC  9(08)  VALUE  0.
    05  IDX-MINLEN           PIC S9(04)  COMP  VALUE  3.

**   Today off ACCEPT FROM DATE, windowed the shop way -- see
**   0070-WRITE-CATALOG over in HP2RTF.
01  RUN-DATE-FIELDS.
    05  RUN-WORK-DATE        PIC  9(06).
    05  F  REDEFINES  RUN-WORK-DATE.
        10  RUN-WORK-YY      PIC  9(02).
        10  F                PIC  9(04).
    05  RUN-DATE             PIC  9(08).

**   Purge vs rebuild -- see the block comment up top.
77  IDXM-MODE-VAR-NAME       PIC  X(13)  VALUE  "RTF_IDXM_MODE".
77  IDXM-MODE-JCW            PIC S9(09)  COMP  VALUE  0.
77  IDXM-MODE-SW             PIC  X(01)  VALUE  "P".
    88  IDXM-PURGE                        VALUE  "P".
    88  IDXM-REBUILD                      VALUE  "R".

**   Purge -- the last catalog key looked up, and whether it was
**   there.  A document's postings are scattered through the index
**   by word, but runs of the same key still happen (one document's
**   words that sort together), and each saved lookup is a read.
77  LAST-CAT-KEY             PIC  X(18)  VALUE  SPACES.
77  LAST-CAT-SW              PIC  X(01)  VALUE  "N".
    88  LAST-CAT-LIVE                     VALUE  "Y".
    88  LAST-CAT-GONE                     VALUE  "N".

**   Per-date counts -- postings removed, and (rebuilding) posted
**   again.  The index walk is word-ordered, so dates arrive in any
**   order; found-or-added per posting, sorted before they print.
77  DATE-TAB-MAX             PIC S9(04)  COMP  VALUE  500.
77  DATE-CNT                 PIC S9(04)  COMP  VALUE  0.
77  TAB-IDX                  PIC S9(04)  COMP.
77  TAB-FOUND-IDX            PIC S9(04)  COMP.
77  SORT-SWAPPED-SW          PIC  X(01).
    88  SORT-SWAPPED                      VALUE  "Y".
    88  SORT-CLEAN                        VALUE  "N".
01  DATE-TABLE.
    05  DATE-ENTRY           OCCURS  500  TIMES.
        10  DATE-TAB-DATE        PIC  9(08).
        10  DATE-TAB-REMOVED     PIC S9(09)  COMP.
        10  DATE-TAB-POSTED      PIC S9(09)  COMP.
01  DATE-SWAP-ENTRY.
    05  DATE-SWAP-DATE           PIC  9(08).
    05  DATE-SWAP-REMOVED        PIC S9(09)  COMP.
    05  DATE-SWAP-POSTED         PIC S9(09)  COMP.
77  POST-DATE                PIC  9(08).

**   The document mode byte, saved off the catalog record so the
**   tokenizer knows which markup to step over.
77  DOC-MODE-SW              PIC  X(01).
    88  DOC-MODE-RTF                      VALUE  "R".
    88  DOC-MODE-HTML                     VALUE  "H".
    88  DOC-MODE-PDF                      VALUE  "P".
77  PDF-STRING-SW            PIC  X(01)  VALUE  "N".
    88  PDF-IN-STRING                     VALUE  "Y".
    88  PDF-OUT-OF-STRING                 VALUE  "N".

**   Tokenizer state -- keep in step with HP2IDXB; a rebuilt range
**   has to tokenize exactly the way the nightly build does.
77  DOC-WORK                 PIC  X(1024).
77  TOKEN-TEXT               PIC  X(16).
77  TOKEN-LEN                PIC S9(04)  COMP.
77  WALK-PTR                 PIC S9(09)  COMP.
77  WALK-BYTE                PIC  X(01).
    88  WALK-BYTE-LETTER     VALUE  "A"  THRU  "I"
                                    "J"  THRU  "R"
                                    "S"  THRU  "Z".
    88  WALK-BYTE-DIGIT      VALUE  "0"  THRU  "9".

01  COMMAND-FIELDS.
    05  COMMAND-STRING       PIC  X(100).
    05  COMMAND-PTR          PIC S9(09)  COMP.
    05  COMMAND-LEN          PIC S9(09)  COMP.
    05  COMMAND-RESULT       PIC S9(09)  COMP.

**   Run counters for the end-of-run summary.
77  SCANNED-CNT              PIC S9(09)  COMP  VALUE  0.
77  REMOVED-CNT              PIC S9(09)  COMP  VALUE  0.
77  DOC-CNT                  PIC S9(09)  COMP  VALUE  0.
77  SKIPPED-CNT              PIC S9(09)  COMP  VALUE  0.
77  POSTED-CNT               PIC S9(09)  COMP  VALUE  0.
77  OVERFLOW-CNT             PIC S9(09)  COMP  VALUE  0.

01  GETVAR-FIELDS.
    05  GETVAR-MAX-LEN          PIC S9(09)  COMP.
    05  GETVAR-LEN              PIC S9(09)  COMP.
    05  GETVAR-STATUS-X.
        09  GETVAR-ERROR        PIC S9(04)  COMP.
        09  GETVAR-SUBSYS       PIC S9(04)  COMP.
    05  F       REDEFINES   GETVAR-STATUS-X     PIC  X(04).
        88  GETVAR-OK         VALUE  LOW-VALUES.
$DEFINE  %GETVARINT=
$CONTROL  LOCOFF
    CALL  INTRINSIC  "HPCIGETVAR"  USING  !1,  GETVAR-STATUS-X
                                           \1\, !2
    IF  NOT  GETVAR-OK
        MOVE  0             TO  !2
    END-IF
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
     MOVE  RUN-DATE              TO  IDX-DATE1  IDX-DATE2.
     %GETVARINT(IDXM-MODE-VAR-NAME#,IDXM-MODE-JCW#)
     IF  IDXM-MODE-JCW       =   1
         SET  IDXM-REBUILD           TO  TRUE
     ELSE
         SET  IDXM-PURGE             TO  TRUE.
     PERFORM  0010-READ-PARMS.
     PERFORM  0050-OPEN-FILES.
     PERFORM  0100-SWEEP-INDEX.
     IF  IDXM-REBUILD
         PERFORM  0200-WALK-CATALOG.
     CLOSE  RTFCAT-FILE
            RTFIDX-FILE.
     PERFORM  0300-SHOW-DATES.
     IF  IDXM-REBUILD
         DISPLAY  "HP2IDXM: REBUILT "  IDX-DATE1  " - "  IDX-DATE2
                  ": "  REMOVED-CNT  " POSTING(S) REMOVED; "
                  DOC-CNT  " DOCUMENT(S) RE-INDEXED; "
                  POSTED-CNT  " POSTED; "
                  SKIPPED-CNT  " SKIPPED"
     ELSE
         DISPLAY  "HP2IDXM: "  SCANNED-CNT  " POSTING(S) CHECKED; "
                  REMOVED-CNT  " REMOVED FOR CATALOG RECORDS NO "
                  "LONGER IN RTFCAT".
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
*************************************
**
 0010-READ-PARMS             SECTION.
**   Load IDXMPARM -- optional, like HP2IDXB's IDXPARM.  The dates
**   only mean anything to a rebuild; a purge always walks the whole
**   index.
     OPEN  INPUT     IDXMPARM-FILE.
     IF  IDXMPARM-FILE-STATUS    <>  "00"
         IF  IDXM-REBUILD
             DISPLAY  "HP2IDXM: NO IDXMPARM FILE -- REBUILDING TODAY'S "
                      "CATALOG RECORDS"
         END-IF
         GO TO  0010-READ-PARMS-X.
 0010-PARM-NEXT.
     READ  IDXMPARM-FILE
         AT  END
             GO TO  0010-PARM-DONE.
     IF  IDXMPARM-REC        =   SPACES
         GO TO  0010-PARM-NEXT.
     IF  IDXMPARM-KEYWORD    =   "DATE1"
         IF  IDXMPARM-VALUE(1:8)     IS  NUMERIC
             MOVE  IDXMPARM-VALUE(1:8)   TO  IDX-DATE1
         ELSE
             DISPLAY  "HP2IDXM: DATE1 IS NOT YYYYMMDD -- IGNORED"
         END-IF
     ELSE,  IF  IDXMPARM-KEYWORD    =   "DATE2"
         IF  IDXMPARM-VALUE(1:8)     IS  NUMERIC
             MOVE  IDXMPARM-VALUE(1:8)   TO  IDX-DATE2
         ELSE
             DISPLAY  "HP2IDXM: DATE2 IS NOT YYYYMMDD -- IGNORED"
         END-IF
     ELSE,  IF  IDXMPARM-KEYWORD    =   "MINLEN"
         IF  IDXMPARM-VALUE(1:2)     IS  NUMERIC
             MOVE  IDXMPARM-VALUE(1:2)   TO  IDX-MINLEN
             IF  ( IDX-MINLEN  <  1 )  OR  ( IDX-MINLEN  >  16 )
                 DISPLAY  "HP2IDXM: MINLEN MUST BE 1-16 -- USING 3"
                 MOVE  3             TO  IDX-MINLEN
             END-IF
         ELSE
             DISPLAY  "HP2IDXM: MINLEN IS NOT NUMERIC -- IGNORED"
         END-IF
     ELSE
         DISPLAY  "HP2IDXM: UNKNOWN IDXMPARM KEYWORD '"
                  IDXMPARM-KEYWORD  "' -- LINE IGNORED".
     GO TO  0010-PARM-NEXT.
 0010-PARM-DONE.
     CLOSE  IDXMPARM-FILE.
 0010-READ-PARMS-X.  EXIT.
**
*************************************
**
 0050-OPEN-FILES             SECTION.
     OPEN  INPUT     RTFCAT-FILE.
     IF  RTFCAT-FILE-STATUS      <>  "00"
         DISPLAY  "HP2IDXM: COULD NOT OPEN RTFCAT; STATUS = "
                  RTFCAT-FILE-STATUS
         DISPLAY  "HP2IDXM: EQUATE THE CATALOG FILE HP2RTF WRITES "
                  "TO THIS JOB AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     OPEN  I-O       RTFIDX-FILE.
     IF  RTFIDX-FILE-STATUS      <>  "00"
         DISPLAY  "HP2IDXM: COULD NOT OPEN RTFIDX; STATUS = "
                  RTFIDX-FILE-STATUS
         DISPLAY  "HP2IDXM: EQUATE THE INDEX FILE THE JOB STREAM "
                  "BUILT TO THIS JOB AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0050-OPEN-FILES-X.  EXIT.
**
*************************************
**
 0100-SWEEP-INDEX            SECTION.
**   Read the whole index front to back.  Purging, a posting goes
**   when its catalog record is gone; rebuilding, when its catalog
**   date is inside the range (the walk in 0200 puts the range's
**   postings back).  The key is word-first, so there is no START
**   that would narrow either test -- it is one full pass.
     MOVE  LOW-VALUES            TO  IDX-KEY.
     START  RTFIDX-FILE  KEY  NOT  <  IDX-KEY
         INVALID  KEY
             GO TO  0100-SWEEP-INDEX-X.
 0100-SWEEP-NEXT.
     READ  RTFIDX-FILE  NEXT  RECORD
         AT  END
             GO TO  0100-SWEEP-INDEX-X.
     ADD   1                     TO  SCANNED-CNT.
     IF  IDXM-REBUILD
         IF  ( IDX-CAT-DATE  <  IDX-DATE1 )
         OR  ( IDX-CAT-DATE  >  IDX-DATE2 )
             GO TO  0100-SWEEP-NEXT
         END-IF
     ELSE
         PERFORM  0110-CHECK-CATALOG
         IF  LAST-CAT-LIVE
             GO TO  0100-SWEEP-NEXT.
     DELETE  RTFIDX-FILE  RECORD
         INVALID  KEY
             DISPLAY  "HP2IDXM: INDEX DELETE REJECTED; STATUS = "
                      RTFIDX-FILE-STATUS
             GO TO  0100-SWEEP-NEXT.
     ADD   1                     TO  REMOVED-CNT.
     MOVE  IDX-CAT-DATE          TO  POST-DATE.
     PERFORM  0120-FIND-DATE.
     IF  TAB-FOUND-IDX       >   0
         ADD   1                 TO  DATE-TAB-REMOVED(TAB-FOUND-IDX).
     GO TO  0100-SWEEP-NEXT.
 0100-SWEEP-INDEX-X.  EXIT.
**
*************************************
**
 0110-CHECK-CATALOG          SECTION.
**   Is there still an RTFCAT record for this posting's key?  Sets
**   LAST-CAT-LIVE / LAST-CAT-GONE; the same key twice running is
**   answered without another read.
     IF  IDX-CAT-KEY         =   LAST-CAT-KEY
         GO TO  0110-CHECK-CATALOG-X.
     MOVE  IDX-CAT-KEY           TO  LAST-CAT-KEY.
     MOVE  IDX-CAT-DATE          TO  CAT-DATE.
     MOVE  IDX-CAT-TIME          TO  CAT-TIME.
     MOVE  IDX-CAT-SEQ           TO  CAT-SEQ.
     SET  LAST-CAT-LIVE          TO  TRUE.
     READ  RTFCAT-FILE
         INVALID  KEY
             SET  LAST-CAT-GONE      TO  TRUE.
 0110-CHECK-CATALOG-X.  EXIT.
**
*************************************
**
 0120-FIND-DATE              SECTION.
**   Find (or add) POST-DATE's row in the date table; TAB-FOUND-IDX
**   comes back 0 only when the table is full.
     MOVE  0                     TO  TAB-FOUND-IDX.
     MOVE  1                     TO  TAB-IDX.
 0120-FIND-NEXT.
     IF  TAB-IDX             <=  DATE-CNT
         IF  DATE-TAB-DATE(TAB-IDX)  =   POST-DATE
             MOVE  TAB-IDX           TO  TAB-FOUND-IDX
         ELSE
             ADD   1                 TO  TAB-IDX
             GO TO  0120-FIND-NEXT.
     IF  TAB-FOUND-IDX       =   0
         IF  DATE-CNT        >=  DATE-TAB-MAX
             ADD   1             TO  OVERFLOW-CNT
             GO TO  0120-FIND-DATE-X
         END-IF
         ADD   1                 TO  DATE-CNT
         MOVE  DATE-CNT          TO  TAB-FOUND-IDX
         MOVE  POST-DATE         TO  DATE-TAB-DATE(TAB-FOUND-IDX)
         MOVE  0                 TO  DATE-TAB-REMOVED(TAB-FOUND-IDX)
                                     DATE-TAB-POSTED(TAB-FOUND-IDX).
 0120-FIND-DATE-X.  EXIT.
**
*************************************
**
 0200-WALK-CATALOG           SECTION.
**   Rebuild -- the same catalog walk as HP2IDXB's 0100-WALK-CATALOG
**   over DATE1-DATE2, indexing each record's document.
     MOVE  IDX-DATE1             TO  CAT-DATE.
     MOVE  0                     TO  CAT-TIME  CAT-SEQ.
     START  RTFCAT-FILE  KEY  NOT  <  CAT-KEY
         INVALID  KEY
             GO TO  0200-WALK-CATALOG-X.
 0200-WALK-NEXT.
     READ  RTFCAT-FILE  NEXT  RECORD
         AT  END
             GO TO  0200-WALK-CATALOG-X.
     IF  CAT-DATE            >   IDX-DATE2
         GO TO  0200-WALK-CATALOG-X.
     MOVE  CAT-DATE              TO  POST-DATE.
     PERFORM  0120-FIND-DATE.
     PERFORM  0210-INDEX-ONE-DOC.
     GO TO  0200-WALK-NEXT.
 0200-WALK-CATALOG-X.  EXIT.
**
*************************************
**
 0210-INDEX-ONE-DOC          SECTION.
**   HP2IDXB's 0110-INDEX-ONE-DOC: equate IDXDOC to the document and
**   run every record through the tokenizer; a document that won't
**   equate or open is skipped, not fatal.
     MOVE  CAT-MODE              TO  DOC-MODE-SW.
     SET  PDF-OUT-OF-STRING      TO  TRUE.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE IDXDOC="      DELIMITED  BY  SIZE
             CAT-OUT-NAME        DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      <>  0
         DISPLAY  "HP2IDXM: COULD NOT EQUATE IDXDOC TO "
                  CAT-OUT-NAME  " -- DOCUMENT SKIPPED"
         ADD   1                 TO  SKIPPED-CNT
         GO TO  0210-INDEX-ONE-DOC-X.
     OPEN  INPUT     IDXDOC-FILE.
     IF  IDXDOC-FILE-STATUS      <>  "00"
         DISPLAY  "HP2IDXM: COULD NOT OPEN "  CAT-OUT-NAME
                  "; STATUS = "  IDXDOC-FILE-STATUS
                  " -- DOCUMENT SKIPPED"
         ADD   1                 TO  SKIPPED-CNT
         GO TO  0210-INDEX-ONE-DOC-X.
 0210-DOC-NEXT-REC.
     READ  IDXDOC-FILE
         AT  END
             GO TO  0210-DOC-DONE.
     IF  DOC-REC-LEN         =   0
         GO TO  0210-DOC-NEXT-REC.
     MOVE  SPACES                TO  DOC-WORK.
     MOVE  IDXDOC-REC(1:DOC-REC-LEN)     TO  DOC-WORK.
     INSPECT  DOC-WORK(1:DOC-REC-LEN)  CONVERTING
         "abcdefghijklmnopqrstuvwxyz"  TO
         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     PERFORM  1000-TOKENIZE-REC.
     GO TO  0210-DOC-NEXT-REC.
 0210-DOC-DONE.
     CLOSE  IDXDOC-FILE.
     ADD   1                     TO  DOC-CNT.
 0210-INDEX-ONE-DOC-X.  EXIT.
**
*************************************
**
 0300-SHOW-DATES             SECTION.
**   The per-date counts, oldest date first -- exchange sort, 500
**   rows at most, same as HP2CATR's.
 0300-SORT-PASS.
     SET  SORT-CLEAN             TO  TRUE.
     MOVE  1                     TO  TAB-IDX.
 0300-SORT-NEXT.
     IF  TAB-IDX             >=  DATE-CNT
         IF  SORT-SWAPPED
             GO TO  0300-SORT-PASS
         ELSE
             GO TO  0300-SORT-DONE.
     IF  DATE-TAB-DATE(TAB-IDX)  >   DATE-TAB-DATE(TAB-IDX + 1)
         MOVE  DATE-ENTRY(TAB-IDX)       TO  DATE-SWAP-ENTRY
         MOVE  DATE-ENTRY(TAB-IDX + 1)   TO  DATE-ENTRY(TAB-IDX)
         MOVE  DATE-SWAP-ENTRY           TO  DATE-ENTRY(TAB-IDX + 1)
         SET  SORT-SWAPPED               TO  TRUE.
     ADD   1                     TO  TAB-IDX.
     GO TO  0300-SORT-NEXT.
 0300-SORT-DONE.
     MOVE  1                     TO  TAB-IDX.
 0300-SHOW-NEXT.
     IF  TAB-IDX             >   DATE-CNT
         GO TO  0300-SHOW-OVERFLOW.
     IF  IDXM-REBUILD
         DISPLAY  "HP2IDXM: "  DATE-TAB-DATE(TAB-IDX)
                  "  REMOVED: "  DATE-TAB-REMOVED(TAB-IDX)
                  "  POSTED: "   DATE-TAB-POSTED(TAB-IDX)
     ELSE
         DISPLAY  "HP2IDXM: "  DATE-TAB-DATE(TAB-IDX)
                  "  REMOVED: "  DATE-TAB-REMOVED(TAB-IDX).
     ADD   1                     TO  TAB-IDX.
     GO TO  0300-SHOW-NEXT.
 0300-SHOW-OVERFLOW.
     IF  OVERFLOW-CNT        >   0
         DISPLAY  "HP2IDXM: "  OVERFLOW-CNT  " COUNT(S) FELL PAST "
                  "THE 500-DATE TABLE -- THE TOTALS STILL INCLUDE "
                  "THEM".
 0300-SHOW-DATES-X.  EXIT.
**
*************************************
**
 1000-TOKENIZE-REC           SECTION.
**   HP2IDXB's tokenizer, unchanged -- see the notes over there.
**   Letter and digit runs are words; RTF control words, HTML tags
**   and entities are stepped over, and a PDF is read only inside
**   its (...) strings.
     MOVE  1                     TO  WALK-PTR.
     MOVE  0                     TO  TOKEN-LEN.
     MOVE  SPACES                TO  TOKEN-TEXT.
 1000-NEXT-BYTE.
     IF  WALK-PTR            >   DOC-REC-LEN
         PERFORM  1100-POST-TOKEN
         GO TO  1000-TOKENIZE-REC-X.
     MOVE  DOC-WORK(WALK-PTR:1)  TO  WALK-BYTE.
     IF  DOC-MODE-PDF
         GO TO  1000-PDF-BYTE.
     IF  ( WALK-BYTE  =  "\" )  AND  DOC-MODE-RTF
         PERFORM  1100-POST-TOKEN
         ADD   1                 TO  WALK-PTR
         IF  ( WALK-PTR  <=  DOC-REC-LEN )
         AND ( DOC-WORK(WALK-PTR:1)  =  "'" )
             ADD   3             TO  WALK-PTR
             GO TO  1000-NEXT-BYTE
         END-IF
         GO TO  1000-EAT-CONTROL-WORD.
     IF  ( WALK-BYTE  =  "<" )  AND  DOC-MODE-HTML
         PERFORM  1100-POST-TOKEN
         GO TO  1000-EAT-TAG.
     IF  ( WALK-BYTE  =  "&" )  AND  DOC-MODE-HTML
         PERFORM  1100-POST-TOKEN
         GO TO  1000-EAT-ENTITY.
 1000-TEXT-BYTE.
     IF  WALK-BYTE-LETTER  OR  WALK-BYTE-DIGIT
         IF  TOKEN-LEN       <   16
             ADD   1             TO  TOKEN-LEN
             MOVE  WALK-BYTE     TO  TOKEN-TEXT(TOKEN-LEN:1)
         END-IF
         ADD   1                 TO  WALK-PTR
         GO TO  1000-NEXT-BYTE.
     PERFORM  1100-POST-TOKEN.
     ADD   1                     TO  WALK-PTR.
     GO TO  1000-NEXT-BYTE.
 1000-EAT-CONTROL-WORD.
     IF  WALK-PTR            >   DOC-REC-LEN
         GO TO  1000-NEXT-BYTE.
     MOVE  DOC-WORK(WALK-PTR:1)  TO  WALK-BYTE.
     IF  WALK-BYTE-LETTER
         ADD   1                 TO  WALK-PTR
         GO TO  1000-EAT-CONTROL-WORD.
     ADD   1                     TO  WALK-PTR.
     GO TO  1000-NEXT-BYTE.
 1000-EAT-TAG.
     ADD   1                     TO  WALK-PTR.
     IF  ( WALK-PTR  <=  DOC-REC-LEN )
     AND ( DOC-WORK(WALK-PTR:1)  <>  ">" )
         GO TO  1000-EAT-TAG.
     ADD   1                     TO  WALK-PTR.
     GO TO  1000-NEXT-BYTE.
 1000-EAT-ENTITY.
     ADD   1                     TO  WALK-PTR.
     IF  ( WALK-PTR  <=  DOC-REC-LEN )
     AND ( DOC-WORK(WALK-PTR:1)  <>  ";" )
     AND ( DOC-WORK(WALK-PTR:1)  <>  " " )
         GO TO  1000-EAT-ENTITY.
     ADD   1                     TO  WALK-PTR.
     GO TO  1000-NEXT-BYTE.
 1000-PDF-BYTE.
     IF  PDF-OUT-OF-STRING
         IF  WALK-BYTE           =   "("
             SET  PDF-IN-STRING      TO  TRUE
         END-IF
         ADD   1                 TO  WALK-PTR
         GO TO  1000-NEXT-BYTE.
     IF  WALK-BYTE               =   ")"
         PERFORM  1100-POST-TOKEN
         SET  PDF-OUT-OF-STRING      TO  TRUE
         ADD   1                 TO  WALK-PTR
         GO TO  1000-NEXT-BYTE.
     IF  WALK-BYTE               =   "\"
         PERFORM  1100-POST-TOKEN
         ADD   1                 TO  WALK-PTR
         IF  ( WALK-PTR  <=  DOC-REC-LEN )
         AND ( DOC-WORK(WALK-PTR:1)  >=  "0" )
         AND ( DOC-WORK(WALK-PTR:1)  <=  "7" )
             ADD   3             TO  WALK-PTR
         ELSE
             ADD   1             TO  WALK-PTR
         END-IF
         GO TO  1000-NEXT-BYTE.
     GO TO  1000-TEXT-BYTE.
 1000-TOKENIZE-REC-X.  EXIT.
**
*************************************
**
 1100-POST-TOKEN             SECTION.
**   HP2IDXB's 1100-POST-TOKEN, plus the per-date count.  A rejected
**   WRITE is the key's de-duplication, not an error.
     IF  TOKEN-LEN           <   IDX-MINLEN
         GO TO  1100-POST-RESET.
     MOVE  TOKEN-TEXT            TO  IDX-WORD.
     MOVE  CAT-DATE              TO  IDX-CAT-DATE.
     MOVE  CAT-TIME              TO  IDX-CAT-TIME.
     MOVE  CAT-SEQ               TO  IDX-CAT-SEQ.
     MOVE  SPACES                TO  RTFIDX-REC(35:6).
     WRITE  RTFIDX-REC
         INVALID  KEY
             GO TO  1100-POST-RESET.
     ADD   1                     TO  POSTED-CNT.
     IF  TAB-FOUND-IDX       >   0
         ADD   1                 TO  DATE-TAB-POSTED(TAB-FOUND-IDX).
 1100-POST-RESET.
     MOVE  0                     TO  TOKEN-LEN.
     MOVE  SPACES                TO  TOKEN-TEXT.
 1100-POST-TOKEN-X.  EXIT.
