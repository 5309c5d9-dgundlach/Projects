**
**   The two files are equated to CMPFILEA and CMPFILEB; the output
**   mode they were converted under comes from the same
**   RTF_HTML_MODE / RTF_PDF_MODE JCWs the conversion ran with
**   (RTFCHECK's rule).
**   Records are compared in lockstep; a record carrying the page
**   marker ("\page " in RTF -- found with RTFCHECK's escape-aware
**   byte walk, so body text that came through the converter as
**   anchor in HTML; an HTML document converted without anchors
**   compares as one big page, same limitation RTFCHECK has)
**   closes the page, and a differing page is reported once, with
**   its first differing record from each file.  In a PDF only the
**   lines inside the page streams are compared, each stream's
**   "endstream" closing the page -- the object and xref lines
**   around them are bookkeeping, and their byte offsets move with
**   any difference in the text.
**
**   Volatile parts are ignored: any record carrying a ":JOB "
**   banner -- that's the stdlist job line whose timestamps
77  OUTPUT-MODE-SW          PIC  X(01)  VALUE  "R".
    88  OUTPUT-MODE-RTF                    VALUE  "R".
    88  OUTPUT-MODE-HTML                   VALUE  "H".
    88  OUTPUT-MODE-PDF                    VALUE  "P".
77  PDF-MODE-VAR-NAME       PIC  X(12)  VALUE  "RTF_PDF_MODE".
77  PDF-MODE-JCW            PIC S9(09)  COMP  VALUE  0.
**   Whether each side's reader is inside a PDF page stream.
77  A-STREAM-SW             PIC  X(01)  VALUE  "N".
    88  A-IN-STREAM                        VALUE  "Y".
    88  A-OUT-OF-STREAM                    VALUE  "N".
77  B-STREAM-SW             PIC  X(01)  VALUE  "N".
    88  B-IN-STREAM                        VALUE  "Y".
    88  B-OUT-OF-STREAM                    VALUE  "N".

01  GETVAR-FIELDS.
    05  GETVAR-MAX-LEN          PIC S9(09)  COMP.
         SET  OUTPUT-MODE-HTML      TO  TRUE
     ELSE
         SET  OUTPUT-MODE-RTF       TO  TRUE.
     %GETVARINT(PDF-MODE-VAR-NAME#,PDF-MODE-JCW#)
     IF  GETVAR-OK  AND  ( PDF-MODE-JCW  =  1 )
         SET  OUTPUT-MODE-PDF       TO  TRUE.
     PERFORM  0100-COMPARE-FILES.
     %PUTVARINT(COMP-RC-VAR-NAME#,COMP-RC#)
     DISPLAY  "HP2COMP RESULT -- RC: "  COMP-RC
     PERFORM  1000-READ-SIDE-A.
     PERFORM  1100-READ-SIDE-B.
     IF  A-AT-EOF  AND  B-AT-EOF
**       A PDF's last page was already closed by its "endstream".
         IF  NOT  OUTPUT-MODE-PDF
             PERFORM  0120-CLOSE-PAGE
         END-IF
         GO TO  0100-COMPARE-DONE.
     IF  A-AT-EOF  OR  B-AT-EOF
**       One report ran out of pages the other still has -- that is
**
 1000-READ-SIDE-A            SECTION.
**   Next comparable record from side A -- volatile ":JOB " banner
**   records (and, in a PDF, everything outside the page streams)
**   are stepped over, and the page-marker flag is set off the
**   record's own text.
     SET  A-MID-PAGE             TO  TRUE.
 1000-READ-NEXT.
     READ  CMP-A-FILE
     IF  CMP-A-REC-LEN       >   0
         MOVE  CMP-A-REC(1:CMP-A-REC-LEN)    TO  REC-A-TEXT.
     MOVE  CMP-A-REC-LEN         TO  REC-A-LEN.
     IF  OUTPUT-MODE-PDF
         IF  A-OUT-OF-STREAM
             IF  ( REC-A-LEN  =  6 )
             AND ( REC-A-TEXT(1:6)  =  "stream" )
                 SET  A-IN-STREAM       TO  TRUE
             END-IF
             GO TO  1000-READ-NEXT
         END-IF
         IF  ( REC-A-LEN  =  9 )
         AND ( REC-A-TEXT(1:9)  =  "endstream" )
             SET  A-OUT-OF-STREAM       TO  TRUE
             SET  A-ENDS-PAGE           TO  TRUE
             GO TO  1000-READ-SIDE-A-X
         END-IF
     END-IF.
     IF  REC-A-LEN           >   0
         MOVE  0                 TO  JUNK
         INSPECT  REC-A-TEXT(1:REC-A-LEN)
         IF  JUNK            >   0
             GO TO  1000-READ-NEXT.
     MOVE  0                     TO  JUNK.
     IF  ( REC-A-LEN  >  0 )  AND  NOT  OUTPUT-MODE-PDF
         IF  OUTPUT-MODE-HTML
             INSPECT  REC-A-TEXT(1:REC-A-LEN)
                 TALLYING  JUNK  FOR  ALL  "<a name="
     IF  CMP-B-REC-LEN       >   0
         MOVE  CMP-B-REC(1:CMP-B-REC-LEN)    TO  REC-B-TEXT.
     MOVE  CMP-B-REC-LEN         TO  REC-B-LEN.
     IF  OUTPUT-MODE-PDF
         IF  B-OUT-OF-STREAM
             IF  ( REC-B-LEN  =  6 )
             AND ( REC-B-TEXT(1:6)  =  "stream" )
                 SET  B-IN-STREAM       TO  TRUE
             END-IF
             GO TO  1100-READ-NEXT
         END-IF
         IF  ( REC-B-LEN  =  9 )
         AND ( REC-B-TEXT(1:9)  =  "endstream" )
             SET  B-OUT-OF-STREAM       TO  TRUE
             SET  B-ENDS-PAGE           TO  TRUE
             GO TO  1100-READ-SIDE-B-X
         END-IF
     END-IF.
     IF  REC-B-LEN           >   0
         MOVE  0                 TO  JUNK
         INSPECT  REC-B-TEXT(1:REC-B-LEN)
         IF  JUNK            >   0
             GO TO  1100-READ-NEXT.
     MOVE  0                     TO  JUNK.
     IF  ( REC-B-LEN  >  0 )  AND  NOT  OUTPUT-MODE-PDF
         IF  OUTPUT-MODE-HTML
             INSPECT  REC-B-TEXT(1:REC-B-LEN)
                 TALLYING  JUNK  FOR  ALL  "<a name="
