**
**   Markup is NOT indexed: in an RTF document ("R" in CAT-MODE) a
**   backslash control word is stepped over; in an HTML document
**   ("H") <...> tags and &...; entities are; in a PDF ("P") only
**   the text inside (...) strings is read at all.  Letters are folded
**   to upper case, so the index is case-blind the way the spooler
**   is.
**

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

**   Index record layout -- keep in step with the copy in HP2IDXQ.
**   The trailing key copy inside IDX-KEY is the whole record; the
77  DOC-MODE-SW              PIC  X(01).
    88  DOC-MODE-RTF                      VALUE  "R".
    88  DOC-MODE-HTML                     VALUE  "H".
    88  DOC-MODE-PDF                      VALUE  "P".
**   Whether the PDF walk is inside a (...) string -- carried from
**   record to record, as a text run can be split across two.
77  PDF-STRING-SW            PIC  X(01)  VALUE  "N".
    88  PDF-IN-STRING                     VALUE  "Y".
    88  PDF-OUT-OF-STRING                 VALUE  "N".

**   Tokenizer state -- the record folded to upper case, the word
**   being collected, and where the byte walk stands.
77  DOC-CNT                  PIC S9(09)  COMP  VALUE  0.
77  SKIPPED-CNT              PIC S9(09)  COMP  VALUE  0.
77  POSTED-CNT               PIC S9(09)  COMP  VALUE  0.
**   The same three handed out as JCWs for HP2RUNC's run ledger.
77  DOCS-VAR-NAME            PIC  X(12)  VALUE  "RTF_IDX_DOCS".
77  POSTED-VAR-NAME          PIC  X(14)  VALUE  "RTF_IDX_POSTED".
77  SKIPPED-VAR-NAME         PIC  X(15)  VALUE  "RTF_IDX_SKIPPED".

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
     DISPLAY  "HP2IDXB: "  DOC-CNT  " DOCUMENT(S) INDEXED; "
              POSTED-CNT  " INDEX ENTRIES POSTED; "
              SKIPPED-CNT  " DOCUMENT(S) SKIPPED".
     %PUTVARINT(DOCS-VAR-NAME#,DOC-CNT#)
     %PUTVARINT(POSTED-VAR-NAME#,POSTED-CNT#)
     %PUTVARINT(SKIPPED-VAR-NAME#,SKIPPED-CNT#)
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
**   kill-the-batch policy as HP2RTF's 0110-BATCH-DRIVER (the
**   catalog record may be an orphan; HP2CATM's sweep will flag it).
     MOVE  CAT-MODE              TO  DOC-MODE-SW.
     SET  PDF-OUT-OF-STRING      TO  TRUE.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE IDXDOC="      DELIMITED  BY  SIZE
             CAT-OUT-NAME        DELIMITED  BY  SPACE
         PERFORM  1100-POST-TOKEN
         GO TO  1000-TOKENIZE-REC-X.
     MOVE  DOC-WORK(WALK-PTR:1)  TO  WALK-BYTE.
     IF  DOC-MODE-PDF
         GO TO  1000-PDF-BYTE.
     IF  ( WALK-BYTE  =  "\" )  AND  DOC-MODE-RTF
**       RTF control word (or escape) -- the word ends here, and
**       the letter run after the backslash is markup, not text.
     IF  ( WALK-BYTE  =  "&" )  AND  DOC-MODE-HTML
         PERFORM  1100-POST-TOKEN
         GO TO  1000-EAT-ENTITY.
 1000-TEXT-BYTE.
     IF  WALK-BYTE-LETTER  OR  WALK-BYTE-DIGIT
         IF  TOKEN-LEN       <   16
             ADD   1             TO  TOKEN-LEN
         GO TO  1000-EAT-ENTITY.
     ADD   1                     TO  WALK-PTR.
     GO TO  1000-NEXT-BYTE.
**   PDF -- outside a (...) string everything is page-drawing
**   operators and numbers.  Inside one, "\(", "\)" and "\\" escape
**   the byte after the backslash and "\ooo" is an octal character
**   code (HP2RTF's Roman-8 translations); either ends the word,
**   the way an RTF "\'xx" escape does.
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
