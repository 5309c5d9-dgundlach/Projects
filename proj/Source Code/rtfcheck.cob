**   now instead of when somebody opens the document in Word next
**   week.
**
**   It re-reads the file HP2RTF just wrote (RTFTO, HTMLTO when the
**   same RTF_HTML_MODE JCW the conversion ran under is 1, or PDFTO
**   when RTF_PDF_MODE is 1 -- PDF taking precedence, as it does in
**   HP2RTF) and checks:
**
**     - structure: in RTF mode, braces balance to zero across the
**       whole file (counting the pre-seeded "{\rtf1" header and the
**       final "}" from HP2RTF's 1000-WRITE-FINAL) and never go
**       negative, the file starts with "{\rtf1", and the last
**       record is that final "}"; in HTML mode, the file starts
**       "<html><body>" and ends "</body></html>"; in PDF mode, the
**       file starts "%PDF-", ends "%%EOF", and every cross-
**       reference entry (and startxref) gives the byte offset its
**       object (and the xref table) really sits at.  A missing
**       final marker is exactly what a truncated run leaves behind.
**
**     - reconciliation: pages and records recounted here are
**       compared against the RTF_RECS_OUT / RTF_PAGES JCWs HP2RTF
**       are recounted off the per-page anchors when the document
**       has them; a document without anchors gets records-only
**       reconciliation (its page breaks are plain <br> tags,
**       indistinguishable from line breaks).  A PDF's content
**       records are the lines inside its page streams, and it has
**       one page object more than the ejects that made them.
**
**   The verdict goes into the RTF_CHECK_RC JCW for the stream to
**   test before releasing the file:
                            FILE STATUS  CHK-FILE-STATUS.
    SELECT  HTML-CHK-FILE   ASSIGN  "HTMLTO"
                            FILE STATUS  CHK-FILE-STATUS.
    SELECT  PDF-CHK-FILE    ASSIGN  "PDFTO"
                            FILE STATUS  CHK-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

                    DEPENDING ON  CHK-REC-LEN.
01  HTML-CHK-REC            PIC  X(1024).

FD  PDF-CHK-FILE    RECORD  VARYING FROM  0  TO  1024
                    DEPENDING ON  CHK-REC-LEN.
01  PDF-CHK-REC             PIC  X(1024).

WORKING-STORAGE SECTION.
77  CHK-FILE-STATUS          PIC  X(02).
77  CHK-REC-LEN              PIC S9(09)  COMP.
77  OUTPUT-MODE-SW          PIC  X(01)  VALUE  "R".
    88  OUTPUT-MODE-RTF                    VALUE  "R".
    88  OUTPUT-MODE-HTML                   VALUE  "H".
    88  OUTPUT-MODE-PDF                    VALUE  "P".
77  PDF-MODE-VAR-NAME       PIC  X(12)  VALUE  "RTF_PDF_MODE".
77  PDF-MODE-JCW            PIC S9(09)  COMP  VALUE  0.
**   PDF walk -- where in the file the record just read sits (body,
**   inside a page stream, the xref table or the trailer), its byte
**   offset (each record is followed by one line feed), and each
**   "n 0 obj" line's offset for checking the xref entries against.
77  PDF-PART-SW             PIC  X(01)  VALUE  "B".
    88  PDF-IN-BODY                        VALUE  "B".
    88  PDF-IN-STREAM                      VALUE  "S".
    88  PDF-AT-XREF-HEAD                   VALUE  "X".
    88  PDF-IN-XREF                        VALUE  "E".
    88  PDF-IN-TRAILER                     VALUE  "T".
    88  PDF-AT-STARTXREF                   VALUE  "Z".
77  FILE-POS                PIC S9(09)  COMP  VALUE  0.
77  REC-POS                 PIC S9(09)  COMP  VALUE  0.
77  STREAM-RECS             PIC S9(09)  COMP  VALUE  0.
77  PAGE-OBJ-CNT            PIC S9(09)  COMP  VALUE  0.
77  OBJ-CNT                 PIC S9(09)  COMP  VALUE  0.
77  OBJ-MAX                 PIC S9(09)  COMP  VALUE  30000.
77  XREF-POS                PIC S9(09)  COMP  VALUE  0.
77  XREF-SIZE               PIC S9(09)  COMP  VALUE  0.
77  XREF-IDX                PIC S9(09)  COMP  VALUE  0.
77  XREF-BAD-CNT            PIC S9(09)  COMP  VALUE  0.
77  STARTXREF-VAL           PIC S9(09)  COMP  VALUE  -1.
77  NUM-VAL                 PIC S9(09)  COMP.
77  NUM-PTR                 PIC S9(09)  COMP.
77  NUM-END                 PIC S9(09)  COMP.
77  NUM-SW                  PIC  X(01).
    88  NUM-GOOD                           VALUE  "Y".
    88  NUM-BAD                            VALUE  "N".
01  DIGIT-AREA.
    05  DIGIT-X             PIC  X(01).
    05  DIGIT-9  REDEFINES  DIGIT-X    PIC  9(01).
01  OBJ-TABLE.
    05  OBJ-OFFSET          OCCURS  30000  TIMES  PIC S9(09)  COMP.

01  GETVAR-FIELDS.
    05  GETVAR-MAX-LEN          PIC S9(09)  COMP.
         SET  OUTPUT-MODE-HTML      TO  TRUE
     ELSE
         SET  OUTPUT-MODE-RTF       TO  TRUE.
     %GETVARINT(PDF-MODE-VAR-NAME#,PDF-MODE-JCW#)
     IF  GETVAR-OK  AND  ( PDF-MODE-JCW  =  1 )
         SET  OUTPUT-MODE-PDF       TO  TRUE.

     IF  OUTPUT-MODE-PDF
         PERFORM  4000-SCAN-PDF
     ELSE,  IF  OUTPUT-MODE-HTML
         PERFORM  2000-SCAN-HTML
     ELSE
         PERFORM  1000-SCAN-RTF
     END-IF
     END-IF.

     PERFORM  3000-RECONCILE.

             MOVE  3                 TO  CHECK-RC
         END-IF
         GO TO  3000-RECONCILE-X.
     IF  OUTPUT-MODE-PDF
         IF  STREAM-RECS         <>  RECS-OUT-JCW
             DISPLAY  "RTFCHECK: PAGE STREAMS HOLD "  STREAM-RECS
                      " RECORDS; CONVERSION SUMMARY SAID "
                      RECS-OUT-JCW
             IF  CHECK-RC            =   0
                 MOVE  2                 TO  CHECK-RC
             END-IF
         END-IF
     ELSE,  IF  RECS-IN-FILE     <>  RECS-OUT-JCW + 2
         DISPLAY  "RTFCHECK: FILE HOLDS "  RECS-IN-FILE
                  " RECORDS; EXPECTED "  RECS-OUT-JCW
                  " CONTENT RECORDS PLUS SEED AND FINAL"
         IF  CHECK-RC            =   0
             MOVE  2                 TO  CHECK-RC
         END-IF
     END-IF
     END-IF.
     IF  ( OUTPUT-MODE-RTF )  OR  ( OUTPUT-MODE-PDF )
     OR  ( ANCHOR-CNT  >  0 )
         IF  PAGES-IN-FILE       <>  PAGES-JCW
             DISPLAY  "RTFCHECK: FILE SHOWS "  PAGES-IN-FILE
             END-IF
         END-IF.
 3000-RECONCILE-X.  EXIT.
**
*************************************
**
 4000-SCAN-PDF               SECTION.
**   Walk PDFTO: count records and the lines inside the page
**   streams, count page objects, note where each object and the
**   xref table start, and check the xref entries and startxref
**   against them as they are read (4100).  HP2RTF writes one line
**   feed after every record, so each record starts one byte past
**   the end of the one before.
     MOVE  LOW-VALUES            TO  OBJ-TABLE.
     OPEN  INPUT     PDF-CHK-FILE.
     IF  CHK-FILE-STATUS     <>  "00"
         DISPLAY  "RTFCHECK: COULD NOT OPEN PDFTO; STATUS = "
                  CHK-FILE-STATUS
         MOVE  1                 TO  CHECK-RC
         GO TO  4000-SCAN-PDF-X.
 4000-SCAN-NEXT.
     READ  PDF-CHK-FILE
         AT  END
             GO TO  4000-SCAN-DONE.
     ADD  1                  TO  RECS-IN-FILE.
     IF  RECS-IN-FILE        =   1
         MOVE  SPACES            TO  FIRST-REC-TEXT
         IF  CHK-REC-LEN     >   0
             MOVE  PDF-CHK-REC(1:14)     TO  FIRST-REC-TEXT
         END-IF.
     MOVE  SPACES            TO  LAST-REC-TEXT.
     IF  CHK-REC-LEN         >   0
         MOVE  PDF-CHK-REC(1:14)     TO  LAST-REC-TEXT.
     MOVE  CHK-REC-LEN       TO  LAST-REC-LEN.
     MOVE  FILE-POS          TO  REC-POS.
     ADD   CHK-REC-LEN, 1    TO  FILE-POS.
     PERFORM  4100-PDF-RECORD.
     GO TO  4000-SCAN-NEXT.
 4000-SCAN-DONE.
     CLOSE  PDF-CHK-FILE.
     IF  RECS-IN-FILE        =   0
         DISPLAY  "RTFCHECK: PDFTO IS EMPTY"
         MOVE  1                 TO  CHECK-RC
         GO TO  4000-SCAN-PDF-X.
     IF  FIRST-REC-TEXT(1:5)     <>  "%PDF-"
         DISPLAY  "RTFCHECK: FILE DOES NOT START WITH %PDF-"
         MOVE  1                 TO  CHECK-RC.
     IF  ( LAST-REC-LEN  <>  5 )
     OR  ( LAST-REC-TEXT(1:5)  <>  "%%EOF" )
         DISPLAY  "RTFCHECK: LAST RECORD IS NOT %%EOF "
                  "-- OUTPUT LOOKS TRUNCATED"
         MOVE  1                 TO  CHECK-RC.
     IF  XREF-SIZE           =   0
         DISPLAY  "RTFCHECK: NO CROSS-REFERENCE TABLE FOUND"
         MOVE  1                 TO  CHECK-RC
     ELSE,  IF  XREF-IDX     <>  XREF-SIZE
         DISPLAY  "RTFCHECK: XREF TABLE HOLDS "  XREF-IDX
                  " ENTRIES; ITS HEADER SAYS "  XREF-SIZE
         MOVE  1                 TO  CHECK-RC
     END-IF
     END-IF.
     IF  XREF-BAD-CNT        >   0
         DISPLAY  "RTFCHECK: "  XREF-BAD-CNT
                  " XREF ENTRIES DO NOT GIVE THEIR OBJECT'S OFFSET"
         MOVE  1                 TO  CHECK-RC.
     IF  STARTXREF-VAL       <>  XREF-POS
         DISPLAY  "RTFCHECK: STARTXREF DOES NOT POINT AT THE XREF "
                  "TABLE (OFFSET "  XREF-POS  ")"
         MOVE  1                 TO  CHECK-RC.
**   HP2RTF opens the first page before any eject, so there is one
**   page object more than the ejects the RTF_PAGES JCW counts.
     IF  PAGE-OBJ-CNT        >   0
         COMPUTE  PAGES-IN-FILE  =   PAGE-OBJ-CNT - 1.
 4000-SCAN-PDF-X.  EXIT.
**
*************************************
**
 4100-PDF-RECORD             SECTION.
**   One PDFTO record, by where it falls in the file.  Inside a page
**   stream every line is a content record until "endstream"; the
**   body lines that matter are "n 0 obj", the page objects and the
**   "stream" / "xref" / "startxref" keywords.
     IF  PDF-IN-STREAM
         IF  ( CHK-REC-LEN  =  9 )
         AND ( PDF-CHK-REC(1:9)  =  "endstream" )
             SET  PDF-IN-BODY        TO  TRUE
         ELSE
             ADD  1                  TO  STREAM-RECS
         END-IF
         GO TO  4100-PDF-RECORD-X.
     IF  CHK-REC-LEN         =   0
         GO TO  4100-PDF-RECORD-X.
**   "0 n" -- the table's one subsection, objects 0 to n-1.
     IF  PDF-AT-XREF-HEAD
         IF  ( CHK-REC-LEN  >  2 )  AND  ( PDF-CHK-REC(1:2)  =  "0 " )
             MOVE  3                 TO  NUM-PTR
             MOVE  CHK-REC-LEN       TO  NUM-END
             PERFORM  4200-GET-NUMBER
             IF  NUM-GOOD
                 MOVE  NUM-VAL           TO  XREF-SIZE
             END-IF
         END-IF
         SET  PDF-IN-XREF            TO  TRUE
         GO TO  4100-PDF-RECORD-X.
**   Entry 0 is the free-list head; entry k must give object k's
**   offset.
     IF  PDF-IN-XREF
         IF  ( CHK-REC-LEN  =  7 )
         AND ( PDF-CHK-REC(1:7)  =  "trailer" )
             SET  PDF-IN-TRAILER     TO  TRUE
             GO TO  4100-PDF-RECORD-X
         END-IF
         ADD  1                  TO  XREF-IDX
         IF  XREF-IDX            =   1
             GO TO  4100-PDF-RECORD-X
         END-IF
         COMPUTE  OBJ-CNT        =   XREF-IDX - 1
         SET  NUM-BAD                TO  TRUE
         IF  ( CHK-REC-LEN  >=  10 )  AND  ( OBJ-CNT  <=  OBJ-MAX )
             MOVE  1                 TO  NUM-PTR
             MOVE  10                TO  NUM-END
             PERFORM  4200-GET-NUMBER
         END-IF
         IF  NUM-GOOD
             IF  NUM-VAL         <>  OBJ-OFFSET(OBJ-CNT)
                 SET  NUM-BAD            TO  TRUE
             END-IF
         END-IF
         IF  NUM-BAD
             ADD  1                  TO  XREF-BAD-CNT
             IF  XREF-BAD-CNT        =   1
                 DISPLAY  "RTFCHECK: FIRST BAD XREF ENTRY IS FOR "
                          "OBJECT "  OBJ-CNT
             END-IF
         END-IF
         GO TO  4100-PDF-RECORD-X.
     IF  PDF-AT-STARTXREF
         MOVE  1                 TO  NUM-PTR
         MOVE  CHK-REC-LEN       TO  NUM-END
         PERFORM  4200-GET-NUMBER
         IF  NUM-GOOD
             MOVE  NUM-VAL           TO  STARTXREF-VAL
         END-IF
         SET  PDF-IN-TRAILER         TO  TRUE
         GO TO  4100-PDF-RECORD-X.
     IF  ( CHK-REC-LEN  =  6 )  AND  ( PDF-CHK-REC(1:6)  =  "stream" )
         SET  PDF-IN-STREAM          TO  TRUE
         GO TO  4100-PDF-RECORD-X.
     IF  ( CHK-REC-LEN  =  4 )  AND  ( PDF-CHK-REC(1:4)  =  "xref" )
         MOVE  REC-POS               TO  XREF-POS
         SET  PDF-AT-XREF-HEAD       TO  TRUE
         GO TO  4100-PDF-RECORD-X.
     IF  ( CHK-REC-LEN  =  9 )  AND  ( PDF-CHK-REC(1:9) = "startxref" )
         SET  PDF-AT-STARTXREF       TO  TRUE
         GO TO  4100-PDF-RECORD-X.
     IF  ( CHK-REC-LEN  >=  22 )
     AND ( PDF-CHK-REC(1:22)  =  "<< /Type /Page /Parent" )
         ADD  1                  TO  PAGE-OBJ-CNT
         GO TO  4100-PDF-RECORD-X.
**   The length test is a separate IF, as in 1100-COUNT-BRACES, so
**   the reference back from the record's end is never taken on a
**   record too short for it.
     IF  CHK-REC-LEN         >   6
         IF  PDF-CHK-REC(CHK-REC-LEN - 5:6)  =   " 0 obj"
             MOVE  1                 TO  NUM-PTR
             COMPUTE  NUM-END        =   CHK-REC-LEN - 6
             PERFORM  4200-GET-NUMBER
             IF  NUM-GOOD  AND  ( NUM-VAL  >  0 )
                            AND ( NUM-VAL  <=  OBJ-MAX )
                 MOVE  REC-POS           TO  OBJ-OFFSET(NUM-VAL)
             END-IF
         END-IF.
 4100-PDF-RECORD-X.  EXIT.
**
*************************************
**
 4200-GET-NUMBER             SECTION.
**   PDF-CHK-REC(NUM-PTR) thru (NUM-END) as an unsigned number in
**   NUM-VAL; NUM-BAD if it holds anything but digits (or nothing).
     MOVE  0                     TO  NUM-VAL.
     SET  NUM-BAD                TO  TRUE.
 4200-NEXT-DIGIT.
     IF  NUM-PTR             >   NUM-END
         GO TO  4200-GET-NUMBER-X.
     MOVE  PDF-CHK-REC(NUM-PTR:1)    TO  DIGIT-X.
     IF  DIGIT-X  NOT  NUMERIC
         SET  NUM-BAD            TO  TRUE
         GO TO  4200-GET-NUMBER-X.
     COMPUTE  NUM-VAL            =   ( NUM-VAL * 10 ) + DIGIT-9.
     SET  NUM-GOOD               TO  TRUE.
     ADD   1                     TO  NUM-PTR.
     GO TO  4200-NEXT-DIGIT.
 4200-GET-NUMBER-X.  EXIT.
