**   in a given run.  See 1400-DATA-EXTRACT.
    SELECT  DATA-OUT-FILE   ASSIGN  "DATATO"
                            FILE STATUS  OUT-FILE-STATUS.
**   PDF-OUT-FILE is the fixed-layout equivalent, for documents that
**   leave the company.  Unlike the other three it is opened OUTPUT,
**   not EXTEND behind a pre-seeded header: a PDF ends in a cross-
**   reference table of byte offsets into the whole file, so this
**   program has to write every byte of it.  It is equated as a
**   byte-stream file, one line feed per record; see 1700-PDF-PUT-REC.
    SELECT  PDF-OUT-FILE    ASSIGN  "PDFTO"
                            FILE STATUS  OUT-FILE-STATUS.
**   Per-report extraction layout -- hand-maintained keyword lines
**   in the same style as PCLMAP and SCANPARM, one FIELD line per
**   column to cut; only read in extraction mode, where (like
**   it from its FORMID parm); see 0045-LOAD-FORM.
    SELECT  FORMDEF-FILE    ASSIGN  "FORMDEF"
                            FILE STATUS  FORMDEF-FILE-STATUS.
**   Redaction rules -- hand-maintained keyword lines in the
**   ROUTPARM style, keyed by job-name pattern, saying what to mask
**   (a text pattern, or a column range) before a line is converted
**   or extracted, so account numbers and the like never reach a
**   converted document.  OPTIONAL like R8MAP: no REDACT equated
**   just means no masking; see 0035-LOAD-REDACT.
    SELECT  REDACT-FILE     ASSIGN  "REDACT"
                            FILE STATUS  REDACT-FILE-STATUS.
**   Stdlist exceptions -- one keyed record per failure marker found
**   in a job's $STDLIST (abort, error-state termination, CI error,
**   no :EOJ, or a site trigger phrase), keyed by the document's
**   own catalog key so the morning HP2EXCR report can point each
**   failed job straight at its RTFCAT entry.  OPTIONAL like RTFCAT
**   and built once by the job stream the same way; see
**   0041-OPEN-EXCEPTIONS and 1600-CHECK-EXCEPTIONS.
    SELECT  EXCP-FILE       ASSIGN  "RTFEXCP"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  EXC-KEY
                            FILE STATUS  EXCP-FILE-STATUS.
**   Site-defined trigger phrases for the exception scan -- hand-
**   maintained keyword lines, one PHRASE per line.  OPTIONAL: no
**   RTFTRIG equated just means only the built-in markers are
**   looked for; see 0037-LOAD-TRIGGERS.
    SELECT  TRIGGER-FILE    ASSIGN  "RTFTRIG"
                            FILE STATUS  TRIGGER-FILE-STATUS.
**   Report definitions, keyed by job-name pattern and maintained
**   by HP2RDEF -- only read when the RTF_REPORT CI variable names
**   one; see 0032-LOAD-REPORT-DEF.
    SELECT  RPTDEF-FILE     ASSIGN  "RPTDEF"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  RD-PATTERN
                            FILE STATUS  RPTDEF-FILE-STATUS.
**   A finished document read back for its fixity checksum --
**   equated by 0075-SEAL-DOCUMENT to the document's own name.
    SELECT  FIXITY-FILE     ASSIGN  "RTFFIXR"
                            FILE STATUS  FIXITY-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

                    DEPENDING ON    RTF-REC-LEN.
01  DATA-OUT-REC            PIC  X(%MAXOUTLEN).

FD  PDF-OUT-FILE    RECORD  VARYING FROM  0  TO  %MAXOUTLEN
                    DEPENDING ON    RTF-REC-LEN.
01  PDF-OUT-REC             PIC  X(%MAXOUTLEN).

FD  FIXITY-FILE     RECORD  VARYING FROM  0  TO  %MAXOUTLEN
                    DEPENDING ON    FIX-REC-LEN.
01  FIXITY-REC              PIC  X(%MAXOUTLEN).

FD  LAYOUT-FILE     RECORD  CONTAINS  80  CHARACTERS.
01  LAYOUT-REC.
    05  LAYOUT-KEYWORD          PIC  X(08).
    05  F                       PIC  X(02).
    05  FORMDEF-VALUE           PIC  X(70).

FD  REDACT-FILE     RECORD  CONTAINS  80  CHARACTERS.
01  REDACT-REC.
    05  REDACT-KEYWORD          PIC  X(08).
    05  F                       PIC  X(02).
    05  REDACT-VALUE            PIC  X(70).

FD  TRIGGER-FILE    RECORD  CONTAINS  80  CHARACTERS.
01  TRIGGER-REC.
    05  TRIGGER-KEYWORD         PIC  X(08).
    05  F                       PIC  X(02).
    05  TRIGGER-VALUE           PIC  X(70).

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

**   Exception record layout -- keep in step with the copy in
**   HP2EXCR.  EXC-CAT-KEY is the document's CAT-KEY when it was
**   cataloged (EXC-CATALOGED = Y); otherwise the date and time the
**   hits were written, with sequence 0.  EXC-HIT-SEQ numbers the
**   hits within it.  EXC-KIND is ABRT (abort), TERM (program
**   terminated in an error state), CIER (CI error), NEOJ (listing
**   ends with no :EOJ), TRIG (trigger phrase) or MORE (a count of
**   hits past what one document keeps).  Page and line are
**   counted through the spool file.
FD  EXCP-FILE       RECORD  CONTAINS  240  CHARACTERS.
01  EXCP-REC.
    05  EXC-KEY.
        10  EXC-CAT-KEY.
            15  EXC-DATE        PIC  9(08).
            15  EXC-TIME        PIC  9(06).
            15  EXC-SEQ         PIC  9(04).
        10  EXC-HIT-SEQ         PIC  9(04).
    05  EXC-CATALOGED           PIC  X(01).
    05  EXC-KIND                PIC  X(04).
    05  EXC-JOB-NAME            PIC  X(26).
    05  EXC-AUTHOR              PIC  X(26).
    05  EXC-PAGE                PIC  9(07).
    05  EXC-LINE                PIC  9(09).
    05  EXC-IN-NAME             PIC  X(36).
    05  EXC-OUT-NAME            PIC  X(36).
    05  EXC-TEXT                PIC  X(60).
    05  F                       PIC  X(13).

**   Catalog record layout -- keep in step with the copy in HP2CATI.
**   The key is date+time+sequence, so records land in conversion
**   order and a date-range inquiry is one START plus READ NEXTs.
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

FD  R8MAP-FILE      RECORD  CONTAINS  30  CHARACTERS.
01  R8MAP-REC.
77  TOTAL-RECS-WRITTEN       PIC S9(09)  COMP  VALUE  0.
77  TOTAL-PAGE-CNT           PIC S9(09)  COMP  VALUE  0.
77  TOTAL-ERROR-CNT          PIC S9(09)  COMP  VALUE  0.
**   Run totals handed out as JCWs at STOP RUN for HP2RUNC's run
**   ledger -- unlike RTF_RECS_OUT / RTF_PAGES these cover every
**   control-file line of a batch run.
77  RUN-RECS-VAR-NAME        PIC  X(12)  VALUE  "RTF_RUN_RECS".
77  RUN-PAGES-VAR-NAME       PIC  X(13)  VALUE  "RTF_RUN_PAGES".
77  ERRLOG-REC-LEN           PIC S9(09)  COMP.
77  ERRLOG-PTR               PIC S9(09)  COMP.
01  ERRLOG-FIELDS.
77  JOB-INFO-TEXT            PIC  X(78).
77  JOB-NAME-TEXT            PIC  X(40).
77  JOB-AUTHOR-TEXT          PIC  X(40).
**   The document's own job name, held while 1055-REPICK-REDACT-
**   RULES borrows JOB-NAME-TEXT for a later job in the same listing.
77  DOC-JOB-NAME-SAVE        PIC  X(40).
77  HAVE-JOB-HEADER-SW       PIC  X(01)  VALUE  "N".
    88  HAVE-JOB-HEADER                   VALUE  "Y".
    88  NO-JOB-HEADER                      VALUE  "N".
    88  AT-TOP-OF-PAGE                    VALUE  "Y".
    88  NOT-AT-TOP-OF-PAGE                VALUE  "N".

**   Output-mode switch -- RTF (the historical default), HTML, PDF,
**   or delimited data extraction.  Driven off the JCWs tested in
**   0000-MAIN-RTN; see HTML-MODE-VAR-NAME, PDF-MODE-VAR-NAME and
**   DATA-MODE-VAR-NAME.
77  HTML-MODE-VAR-NAME      PIC  X(13)  VALUE  "RTF_HTML_MODE".
77  HTML-MODE-JCW           PIC S9(09)  COMP  VALUE  0.
77  PDF-MODE-VAR-NAME       PIC  X(12)  VALUE  "RTF_PDF_MODE".
77  PDF-MODE-JCW            PIC S9(09)  COMP  VALUE  0.
77  OUTPUT-MODE-SW          PIC  X(01)  VALUE  "R".
    88  OUTPUT-MODE-RTF                    VALUE  "R".
    88  OUTPUT-MODE-HTML                   VALUE  "H".
    88  OUTPUT-MODE-DATA                   VALUE  "D".
    88  OUTPUT-MODE-PDF                    VALUE  "P".
77  TAG-LEN                 PIC S9(09)  COMP.

**   Data-extraction mode -- cut report detail lines into delimited
    88  BATCH-MODE-ON                     VALUE  "Y".
    88  BATCH-MODE-OFF                    VALUE  "N".
77  BATCH-REC-LEN            PIC S9(09)  COMP.
**   Stream number, 1-9, when this run is one of several concurrent
**   HP2RTF jobs splitting a night's batch (HP2SCAN's STREAMS parm);
**   0 or unset is the ordinary single batch job.  A stream job
**   re-equates RTFBATCH, RTFMANI and RTFERRLOG to its own RTFBATn,
**   RTFMANn and RTFERRn (see 0115-EQUATE-STREAM), and catalogs in
**   its own block of CAT-SEQ numbers (see 0070-WRITE-CATALOG).
**   The stream jobs all write the one RTFCAT and the one RTFEXCP at
**   once, so every stream job stream equates both shared with
**   dynamic locking --
**       :FILE RTFCAT=<catalog>;SHR;LOCK
**       :FILE RTFEXCP=<exception file>;SHR;LOCK
**   -- and each WRITE to them is done under EXCLUSIVE (see
**   0070-WRITE-CATALOG and 1630-PUT-EXCEPTION).  A stream job that
**   can't open either one stops (0115-EQUATE-STREAM): its manifest
**   would otherwise say DONE for documents RTFCAT never heard of,
**   and the dispose pass would purge their spool files.
**   RTF_ERRORS and RTF_RESTART need nothing extra -- JCWs belong to
**   the job that sets them, so each stream job has its own pair --
**   but that also means nothing outside the stream job can read
**   them: the night's outcome is in the stream manifests, which
**   HP2SCAN's dispose pass folds back together.
77  STREAM-VAR-NAME          PIC  X(10)  VALUE  "RTF_STREAM".
77  STREAM-JCW               PIC S9(09)  COMP  VALUE  0.
77  STREAM-NUM               PIC  9(01)  VALUE  0.
77  STREAM-DESIGNATOR        PIC  X(09).
77  STREAM-STEM              PIC  X(06).
01  BATCH-FIELDS.
    05  BATCH-IN-NAME        PIC  X(78).
    05  BATCH-OUT-NAME       PIC  X(78).
    88  CAT-ACTIVE                        VALUE  "Y".
    88  CAT-INACTIVE                      VALUE  "N".
77  CAT-SEQ-NUM              PIC S9(04)  COMP  VALUE  0.
**   Duplicate-key retries on the catalog WRITE -- another job
**   cataloging in the same second can already hold the key.
77  CAT-RETRY-CNT            PIC S9(04)  COMP.
**   Catalog scope is one DOCUMENT, not one input file -- a split
**   run (see 1060-SPLIT-NEW-JOB) closes and catalogs a document
**   per job, so these carry the current document's output name and
77  DOC-START-PAGE           PIC S9(09)  COMP  VALUE  0.
77  DOC-START-RECS           PIC S9(09)  COMP  VALUE  0.
77  DOC-START-ERRS           PIC S9(09)  COMP  VALUE  0.
77  DOC-START-MASKS          PIC S9(09)  COMP  VALUE  0.
01  CAT-WORK-FIELDS.
    05  CAT-WORK-DATE        PIC  9(06).
    05  F  REDEFINES  CAT-WORK-DATE.
        10  F                PIC  9(04).
    05  CAT-WORK-TIME        PIC  9(08).

**   Redaction rules -- loaded once per run from REDACT by
**   0035-LOAD-REDACT.  A JOBNAME line sets the job-name pattern
**   for every rule line after it (until the next JOBNAME; rules
**   ahead of the first one apply to every job), and each MASK or
**   COLS line is one rule.  0036-PICK-REDACT-RULES marks which
**   rules apply to the document being converted, once its job
**   name is known, and 1500-REDACT-LINE masks each input line
**   with the picked ones before the line is built into markup or
**   cut into a data row -- so every output mode gets the same
**   masked text.  REDACT-MASK-CNT is per input file like
**   ERROR-CNT; the document's own count goes to the catalog.
77  REDACT-FILE-STATUS       PIC  X(02).
77  REDACT-ACTIVE-SW         PIC  X(01)  VALUE  "N".
    88  REDACT-ACTIVE                     VALUE  "Y".
    88  REDACT-INACTIVE                   VALUE  "N".
77  REDACT-PICKED-SW         PIC  X(01)  VALUE  "N".
    88  REDACT-PICKED                     VALUE  "Y".
    88  REDACT-NONE-PICKED                VALUE  "N".
77  REDACT-MASK-CNT          PIC S9(09)  COMP  VALUE  0.
77  TOTAL-MASK-CNT           PIC S9(09)  COMP  VALUE  0.
77  REDACT-JOB-PAT           PIC  X(26)  VALUE  SPACES.
77  RDR-MAX                  PIC S9(04)  COMP  VALUE  100.
77  RDR-CNT                  PIC S9(04)  COMP  VALUE  0.
77  RDR-IDX                  PIC S9(04)  COMP.
77  RDR-POS                  PIC S9(09)  COMP.
77  RDR-SPAN                 PIC S9(09)  COMP.
77  RDR-CMP-POS              PIC S9(09)  COMP.
77  RDR-CHAR-IDX             PIC S9(04)  COMP.
77  RDR-HIT-SW               PIC  X(01).
    88  RDR-HIT                           VALUE  "Y".
    88  RDR-MISS                          VALUE  "N".
**   One row per MASK or COLS line.  A MASK text is compared
**   byte for byte, except that "#" in it matches any digit, so
**   one line covers every account number of a given shape; a
**   COLS range is a 3-digit start counted from column 1 of the
**   report text (the CCTL byte doesn't count -- the same columns
**   an RTFLAYT FIELD line uses) and a 3-digit width.
01  RDR-TABLE.
    05  RDR-ENTRY            OCCURS  100  TIMES.
        10  RDR-JOB-PAT          PIC  X(26).
        10  RDR-TYPE             PIC  X(01).
            88  RDR-TYPE-MASK                 VALUE  "M".
            88  RDR-TYPE-COLS                 VALUE  "C".
        10  RDR-TEXT             PIC  X(40).
        10  RDR-TEXT-LEN         PIC S9(04)  COMP.
        10  RDR-WILD-SW          PIC  X(01).
            88  RDR-HAS-WILD                  VALUE  "Y".
        10  RDR-START            PIC  9(03).
        10  RDR-WIDTH            PIC  9(03).
        10  RDR-PICK-SW          PIC  X(01).
            88  RDR-IS-PICKED                 VALUE  "Y".
            88  RDR-NOT-PICKED                VALUE  "N".

**   Stdlist exception scan -- 1600-CHECK-EXCEPTIONS looks at each
**   line of a stdlist document (final pass only) for the built-in
**   failure markers and the RTFTRIG phrases, holding the hits in
**   EXC-TABLE; 1620-WRITE-EXCEPTIONS adds the no-:EOJ hit when the
**   document ends without one and writes them all to RTFEXCP once
**   0070-WRITE-CATALOG has given the document its key.  The run's
**   hit total goes out in the RTF_EXCP_HITS JCW.
77  EXCP-FILE-STATUS         PIC  X(02).
77  EXCP-ACTIVE-SW           PIC  X(01)  VALUE  "N".
    88  EXCP-ACTIVE                       VALUE  "Y".
    88  EXCP-INACTIVE                     VALUE  "N".
77  TRIGGER-FILE-STATUS      PIC  X(02).
77  TRIG-MAX                 PIC S9(04)  COMP  VALUE  50.
77  TRIG-CNT                 PIC S9(04)  COMP  VALUE  0.
77  TRIG-IDX                 PIC S9(04)  COMP.
01  TRIG-TABLE.
    05  TRIG-ENTRY           OCCURS  50  TIMES.
        10  TRIG-TEXT            PIC  X(40).
        10  TRIG-LEN             PIC S9(04)  COMP.
77  EXC-TALLY                PIC S9(04)  COMP.
77  EOJ-SEEN-SW              PIC  X(01)  VALUE  "N".
    88  EOJ-SEEN                          VALUE  "Y".
    88  EOJ-NOT-SEEN                      VALUE  "N".
77  CAT-WRITTEN-SW           PIC  X(01)  VALUE  "N".
    88  CAT-WRITTEN                       VALUE  "Y".
    88  CAT-NOT-WRITTEN                   VALUE  "N".
77  EXC-TAB-MAX              PIC S9(04)  COMP  VALUE  50.
77  EXC-TAB-CNT              PIC S9(04)  COMP  VALUE  0.
77  EXC-TAB-IDX              PIC S9(04)  COMP.
77  EXC-OVER-CNT             PIC S9(09)  COMP  VALUE  0.
77  EXC-NEXT-SEQ             PIC S9(04)  COMP.
77  EXC-RETRY-CNT            PIC S9(04)  COMP.
77  EXC-LAST-PAGE            PIC S9(09)  COMP  VALUE  0.
77  EXC-LAST-LINE            PIC S9(09)  COMP  VALUE  0.
77  EXC-OVER-ED              PIC  Z(08)9.
**   The hit being added -- loaded by the caller of 1610.
01  EXC-HIT.
    05  EXC-HIT-KIND         PIC  X(04).
    05  EXC-HIT-PAGE         PIC S9(09)  COMP.
    05  EXC-HIT-LINE         PIC S9(09)  COMP.
    05  EXC-HIT-TEXT         PIC  X(60).
01  EXC-TABLE.
    05  EXC-ENTRY            OCCURS  50  TIMES.
        10  EXC-TAB-KIND         PIC  X(04).
        10  EXC-TAB-PAGE         PIC S9(09)  COMP.
        10  EXC-TAB-LINE         PIC S9(09)  COMP.
        10  EXC-TAB-TEXT         PIC  X(60).
77  TOTAL-EXCP-CNT           PIC S9(09)  COMP  VALUE  0.
77  EXCP-VAR-NAME            PIC  X(13)  VALUE  "RTF_EXCP_HITS".

**   The @-wildcard match -- same rule as the spooler commands;
**   keep in step with the copy in HP2CATI.
77  PAT-TEXT                 PIC  X(26).
77  PAT-SUBJECT              PIC  X(26).
77  PAT-LEN                  PIC S9(04)  COMP.
77  PAT-MATCH-SW             PIC  X(01).
    88  PAT-MATCHES                       VALUE  "Y".
    88  PAT-NO-MATCH                      VALUE  "N".

**   Roman-8 translation table -- loaded (when an R8MAP file is
**   equated) by 0030-LOAD-R8-TABLE, applied per byte by
**   1200-CONTENTS in both output modes.  Indexed by byte value + 1;
77  TOC-PAGE-ED              PIC  9(05).
77  TOC-LEAD-TEXT            PIC  X(40).
77  TOC-LEAD-LEN             PIC S9(09)  COMP.
**   In PDF mode the TOC is the document's own bookmark (outline)
**   tree, built as it goes -- there is no sidecar to splice in, so
**   RTFTOC is neither needed nor opened.
77  TOC-SIDECAR-SW           PIC  X(01)  VALUE  "N".
    88  TOC-SIDECAR-OPEN                  VALUE  "Y".
    88  TOC-SIDECAR-CLOSED                VALUE  "N".

**   Parameterized PCL page-setup sequences -- the numeric-valued
**   codes the wide reports lead with (ESC&l#O orientation, ESC&l#D
77  PCL-SETUP-TWIPS          PIC  9(04).
77  PCL-SETUP-PCT            PIC  9(03).

**   Report definition -- the RPTDEF record the RTF_REPORT CI
**   variable names (HP2SCAN's scan pass sets it from the JOBNAME
**   pattern it scanned under).  With one in force, its mode, TOC,
**   wrap column, layout and form id stand in for RTF_HTML_MODE,
**   RTF_DATA_MODE, RTF_TOC, RTF_WRAP_COL and RTF_FORMID, which are
**   then not consulted at all; see 0032-LOAD-REPORT-DEF and
**   0033-USE-REPORT-DEF.  RTF_REPORT unset leaves the JCWs in
**   charge exactly as before.
77  RPTDEF-FILE-STATUS       PIC  X(02).
77  REPORT-VAR-NAME          PIC  X(10)  VALUE  "RTF_REPORT".
77  REPORT-NAME              PIC  X(26)  VALUE  SPACES.
77  REPORT-DEF-SW            PIC  X(01)  VALUE  "N".
    88  REPORT-DEF-IN-FORCE               VALUE  "Y".
    88  REPORT-DEF-NONE                   VALUE  "N".
01  REPORT-DEF-FIELDS.
    05  REPORT-MODE          PIC  X(01).
    05  REPORT-TOC           PIC  X(01).
    05  REPORT-WRAP-COL      PIC  9(03).
    05  REPORT-LAYOUT        PIC  X(36).
    05  REPORT-FORMID        PIC  X(08).

**   Fixity checksum -- Adler-32 over the finished document as it
**   sits on disk, one line feed standing in for each record end;
**   see 0075-SEAL-DOCUMENT.  HP2FIXA recomputes it the same way.
77  FIXITY-FILE-STATUS       PIC  X(02).
77  FIX-REC-LEN              PIC S9(09)  COMP.
77  FIX-SUB                  PIC S9(09)  COMP.
77  FIX-SUM-A                PIC S9(09)  COMP.
77  FIX-SUM-B                PIC S9(09)  COMP.
77  FIX-BYTE-CNT             PIC S9(18)  COMP.
**   Same two-byte trick as R8-CHAR-STUFF -- one byte's ordinal.
01  FIX-CHAR-STUFF.
    05  F               PIC  X(01)  VALUE  LOW-VALUES.
    05  FIX-CHAR-BYTE   PIC  X(01).
01  FIX-CHAR-CODE  REDEFINES  FIX-CHAR-STUFF  PIC S9(04)  COMP.

**   Forms overlay -- the FORMDEF form named by RTF_FORMID, drawn
**   into a page image at load time (rules as -, | and + characters,
**   captions as text, specials scrubbed to spaces the same way
01  FORM-ROW-LENS.
    05  FORM-ROW-LEN         OCCURS  66  TIMES  PIC S9(04)  COMP.

**   PDF output -- see PDF-OUT-FILE.  The document is a fixed set of
**   objects written as the conversion goes: 1 catalog, 2 page tree,
**   3-6 the four Courier faces (F1 regular, F2 bold, F3 oblique, F4
**   bold oblique -- font number = 1 + bold + 2 x italic), 7 the
**   outline (bookmark) root, 8 the document info, then a group per
**   page starting at object 9: the page's content stream, its
**   length, the page itself, and -- with the TOC on -- the page's
**   bookmark (a null object when the page earned no TOC entry).
**   Every object's byte offset is kept for the cross-reference
**   table written at the end; see 1740-PDF-FINISH.
**
**   Content records are built in RTF-OUT-REC exactly as the other
**   modes build theirs, one positioned text run ("BT ... Tj ET")
**   per stretch of same-style characters, x and y worked out from
**   the line and column the spool file's CCTL codes put them at --
**   so overprint is a true overprint here, and a wrap flush of a
**   long record changes nothing on the page.  A page eject puts the
**   PDF-PAGE-MARK (carrying the size of the page being closed) at
**   the front of the buffer, and 1700-PDF-PUT-REC closes the page
**   and opens the next one when that record is written -- so, as
**   in the other modes, an eject in a record that selection skips
**   never reaches the file.
77  PDF-FILE-POS             PIC S9(09)  COMP  VALUE  0.
77  PDF-STREAM-START         PIC S9(09)  COMP  VALUE  0.
77  PDF-STREAM-LEN           PIC S9(09)  COMP.
77  PDF-SAVE-LEN             PIC S9(09)  COMP.
77  PDF-REC-LEN              PIC S9(09)  COMP.
77  PDF-PTR                  PIC S9(09)  COMP.
77  PDF-OBJ-MAX              PIC S9(09)  COMP  VALUE  30000.
77  PDF-OBJ-CNT              PIC S9(09)  COMP  VALUE  0.
77  PDF-OBJ-NUM              PIC S9(09)  COMP.
77  PDF-OBJ-IDX              PIC S9(09)  COMP.
77  PDF-MARK-OBJ             PIC S9(09)  COMP.
77  PDF-PAGE-NUM             PIC S9(09)  COMP  VALUE  0.
77  PDF-PAGE-OBJ             PIC S9(09)  COMP.
77  PDF-PER-PAGE             PIC S9(04)  COMP  VALUE  3.
77  PDF-KIDS-CNT             PIC S9(04)  COMP.
77  PDF-XREF-POS             PIC S9(09)  COMP.
**   Bookmarks -- a page's entry can't be written until the next
**   titled page is known (its /Next) so one is always held back;
**   1170-TOC-ENTRY hands the title over in PDF-NEXT-TITLE, which
**   1700-PDF-PUT-REC moves to the page the record lands on.
77  PDF-OUTLINE-CNT          PIC S9(09)  COMP  VALUE  0.
77  PDF-FIRST-ITEM           PIC S9(09)  COMP  VALUE  0.
77  PDF-HELD-ITEM            PIC S9(09)  COMP  VALUE  0.
77  PDF-HELD-PREV            PIC S9(09)  COMP  VALUE  0.
77  PDF-HELD-PAGE            PIC S9(09)  COMP  VALUE  0.
77  PDF-ITEM-NEXT            PIC S9(09)  COMP.
77  PDF-HELD-TITLE           PIC  X(60).
77  PDF-PAGE-TITLE           PIC  X(60).
77  PDF-NEXT-TITLE           PIC  X(60).
77  PDF-TITLE-SW             PIC  X(01)  VALUE  "N".
    88  PDF-PAGE-TITLED                   VALUE  "Y".
    88  PDF-PAGE-UNTITLED                 VALUE  "N".
77  PDF-NEXT-TITLE-SW        PIC  X(01)  VALUE  "N".
    88  PDF-NEXT-TITLED                   VALUE  "Y".
    88  PDF-NEXT-UNTITLED                 VALUE  "N".
**   Drawing state -- page size in points (portrait letter until an
**   ESC&l1O says otherwise), the character cell the ESC(s#H pitch
**   and ESC&l#D line spacing give (Courier is 0.6 em wide, so 10
**   cpi is 12 point), the line / column the next character goes
**   to, and the style the PCL map has switched on.
77  PDF-PAGE-W               PIC S9(04)  COMP  VALUE  612.
77  PDF-PAGE-H               PIC S9(04)  COMP  VALUE  792.
77  PDF-CLOSE-W              PIC S9(04)  COMP.
77  PDF-CLOSE-H              PIC S9(04)  COMP.
77  PDF-MARGIN               PIC S9(04)  COMP  VALUE  18.
77  PDF-FONT-SIZE            PIC S9(03)V99  COMP  VALUE  12.
77  PDF-CHAR-W               PIC S9(03)V99  COMP  VALUE  7.2.
77  PDF-LEADING              PIC S9(03)V99  COMP  VALUE  12.
77  PDF-LINE                 PIC S9(04)  COMP  VALUE  0.
77  PDF-COL                  PIC S9(04)  COMP  VALUE  0.
77  PDF-RUN-COL              PIC S9(04)  COMP.
77  PDF-RUN-LINE             PIC S9(04)  COMP.
77  PDF-X                    PIC S9(05)V99  COMP.
77  PDF-Y                    PIC S9(05)V99  COMP.
77  PDF-X2                   PIC S9(05)V99  COMP.
77  PDF-RISE                 PIC S9(04)  COMP  VALUE  0.
77  PDF-FONT-NUM             PIC  9(01).
77  PDF-RUN-SW               PIC  X(01)  VALUE  "N".
    88  PDF-RUN-OPEN                      VALUE  "Y".
    88  PDF-RUN-CLOSED                    VALUE  "N".
77  PDF-BOLD-SW              PIC  X(01)  VALUE  "N".
    88  PDF-BOLD-ON                       VALUE  "Y".
    88  PDF-BOLD-OFF                      VALUE  "N".
77  PDF-ITALIC-SW            PIC  X(01)  VALUE  "N".
    88  PDF-ITALIC-ON                     VALUE  "Y".
    88  PDF-ITALIC-OFF                    VALUE  "N".
77  PDF-ULINE-SW             PIC  X(01)  VALUE  "N".
    88  PDF-ULINE-ON                      VALUE  "Y".
    88  PDF-ULINE-OFF                     VALUE  "N".
**   A run is closed and the record flushed well short of the
**   1024-byte record: a glyph plus a run re-open, then the run
**   close with its underline, must still fit behind the check.
77  PDF-WRAP-CEIL            PIC S9(04)  COMP  VALUE  900.
**   PCL map styles -- a PDF has no control words of its own, so
**   the RTF text of the matched PCLMAP entry says what a code does
**   (\b, \b0, \i, \i0, \ul, \ulnone, \ul0, \plain); the action
**   byte drives superscript / subscript as in the other modes.
77  PDF-STY-PTR              PIC S9(04)  COMP.
77  PDF-STY-WORD             PIC  X(10).
77  PDF-STY-WORD-LEN         PIC S9(04)  COMP.
77  PDF-STY-PARM             PIC  X(01).
**   Roman-8 characters go into a PDF string as \ooo octal escapes of
**   the ANSI byte the R8MAP \'xx escape names.
77  PDF-HEX-VAL              PIC S9(04)  COMP.
77  PDF-HEX-DIGIT            PIC S9(04)  COMP.
77  PDF-OCT-WORK             PIC S9(04)  COMP.
**   Text drawn outside the content runs -- form rows and the
**   running page header; see 1785-PDF-DRAW-TEXT.
77  PDF-TEXT                 PIC  X(132).
77  PDF-TEXT-LEN             PIC S9(04)  COMP.
77  PDF-TEXT-LINE            PIC S9(04)  COMP.
77  PDF-TEXT-FONT            PIC  9(01).
77  PDF-TEXT-IDX             PIC S9(04)  COMP.
01  PDF-PAGE-MARK.
    05  F                    PIC  X(05)  VALUE  "%PAGE".
    05  PDF-MARK-W           PIC  9(04).
    05  PDF-MARK-H           PIC  9(04).
01  PDF-REC                  PIC  X(256).
01  PDF-EDIT-FIELDS.
    05  PDF-NUM              PIC S9(09)  COMP.
    05  PDF-NUM-ED           PIC  Z(09)9.
    05  PDF-NUM-X  REDEFINES  PDF-NUM-ED  PIC  X(10).
    05  PDF-NUM-LEAD         PIC S9(04)  COMP.
    05  PDF-NUM-LEN          PIC S9(04)  COMP.
    05  PDF-NUM-TEXT         PIC  X(10).
    05  PDF-NUM-TEXT-2       PIC  X(10).
    05  PDF-NUM-LEN-2        PIC S9(04)  COMP.
    05  PDF-X-ED             PIC  -(5)9.99.
    05  PDF-Y-ED             PIC  -(5)9.99.
    05  PDF-X2-ED            PIC  -(5)9.99.
    05  PDF-FS-ED            PIC  Z9.99.
    05  PDF-RISE-ED          PIC  -9.
    05  PDF-XREF-ED          PIC  9(10).
    05  PDF-OCT-1            PIC  9(01).
    05  PDF-OCT-2            PIC  9(01).
    05  PDF-OCT-3            PIC  9(01).
01  PDF-FONT-NAMES.
    05  F                    PIC  X(20)  VALUE  "Courier".
    05  F                    PIC  X(20)  VALUE  "Courier-Bold".
    05  F                    PIC  X(20)  VALUE  "Courier-Oblique".
    05  F                    PIC  X(20)  VALUE  "Courier-BoldOblique".
01  PDF-FONT-TABLE  REDEFINES  PDF-FONT-NAMES.
    05  PDF-FONT-NAME        OCCURS  4  TIMES  PIC  X(20).
**   Same two-byte trick as R8-CHAR-STUFF -- one byte's ordinal.
01  PDF-CHAR-STUFF.
    05  F               PIC  X(01)  VALUE  LOW-VALUES.
    05  PDF-CHAR-BYTE   PIC  X(01).
01  PDF-CHAR-CODE  REDEFINES  PDF-CHAR-STUFF  PIC S9(04)  COMP.
01  PDF-OBJ-TABLE.
    05  PDF-OBJ-OFFSET       OCCURS  30000  TIMES  PIC S9(09)  COMP.

**   See Intrinsics manual page 4-262 / 4-265 for CCTL codes
01  CCTL-STUFF.                                                        
    05  F               PIC  X(01)  VALUE  LOW-VALUES.                 
 0000-MAIN-RTN               SECTION.
     PERFORM  0010-LOAD-PCL-TABLE.
     PERFORM  0030-LOAD-R8-TABLE.
     PERFORM  0035-LOAD-REDACT.
     PERFORM  0037-LOAD-TRIGGERS.
     PERFORM  0040-OPEN-CATALOG.
     PERFORM  0041-OPEN-EXCEPTIONS.
     PERFORM  0032-LOAD-REPORT-DEF.
     %GETVARINT(HTML-MODE-VAR-NAME#,HTML-MODE-JCW#)
     IF  REPORT-DEF-IN-FORCE
         PERFORM  0033-USE-REPORT-DEF.
     IF  GETVAR-OK  AND  ( HTML-MODE-JCW  =  1 )
         SET  OUTPUT-MODE-HTML      TO  TRUE
     ELSE
         SET  OUTPUT-MODE-RTF       TO  TRUE.

**   PDF mode -- see PDF-OUT-FILE.  Off by default; wins over
**   RTF_HTML_MODE when somebody sets both, since a PDF is the one
**   asked for by name for documents that leave the building.
     %GETVARINT(PDF-MODE-VAR-NAME#,PDF-MODE-JCW#)
     IF  REPORT-DEF-IN-FORCE
         PERFORM  0033-USE-REPORT-DEF.
     IF  GETVAR-OK  AND  ( PDF-MODE-JCW  =  1 )
         IF  OUTPUT-MODE-HTML
             DISPLAY  "HP2RTF: RTF_PDF_MODE AND RTF_HTML_MODE ARE "
                      "BOTH ON -- WRITING PDF"
         END-IF
         SET  OUTPUT-MODE-PDF       TO  TRUE.

**   Data-extraction mode -- see DATA-MODE-VAR-NAME.  Off by
**   default; wins over RTF_HTML_MODE and RTF_PDF_MODE when somebody
**   sets both, since a run that maintains a layout file clearly
**   wants data.
     %GETVARINT(DATA-MODE-VAR-NAME#,DATA-MODE-JCW#)
     IF  REPORT-DEF-IN-FORCE
         PERFORM  0033-USE-REPORT-DEF.
     IF  GETVAR-OK  AND  ( DATA-MODE-JCW  =  1 )
         IF  OUTPUT-MODE-HTML  OR  OUTPUT-MODE-PDF
             DISPLAY  "HP2RTF: RTF_DATA_MODE AND A DOCUMENT MODE "
                      "ARE BOTH ON -- EXTRACTING DATA"
         END-IF
         SET  OUTPUT-MODE-DATA      TO  TRUE
         PERFORM  0080-LOAD-LAYOUT.
**   with a note, since past 980 the overflow guard itself would
**   have no margin left for the largest single append.
     %GETVARINT(WRAP-COL-VAR-NAME#,WRAP-COL-JCW#)
     IF  REPORT-DEF-IN-FORCE
         PERFORM  0033-USE-REPORT-DEF.
     IF  ( WRAP-COL-JCW  >=  80 )  AND  ( WRAP-COL-JCW  <=  980 )
         MOVE  WRAP-COL-JCW         TO  WRAP-COL
     ELSE,  IF  WRAP-COL-JCW    <>  0
**   asking for it and not equating the sidecar file is an error,
**   same policy as SELPARM.
     %GETVARINT(TOC-MODE-VAR-NAME#,TOC-MODE-JCW#)
     IF  REPORT-DEF-IN-FORCE
         PERFORM  0033-USE-REPORT-DEF.
     IF  GETVAR-OK  AND  ( TOC-MODE-JCW  =  1 )
                    AND  OUTPUT-MODE-DATA
**       A delimited data file has no pages to navigate -- note the
         DISPLAY  "HP2RTF: RTF_TOC IS ON BUT RTF_DATA_MODE MAKES "
                  "NO DOCUMENT -- TOC SKIPPED"
         SET  TOC-OFF               TO  TRUE
     ELSE,  IF  GETVAR-OK  AND  ( TOC-MODE-JCW  =  1 )
                         AND  OUTPUT-MODE-PDF
**       The PDF carries its own bookmarks -- no sidecar.
         SET  TOC-ON                TO  TRUE
     ELSE,  IF  GETVAR-OK  AND  ( TOC-MODE-JCW  =  1 )
         SET  TOC-ON                TO  TRUE
         SET  TOC-SIDECAR-OPEN      TO  TRUE
         OPEN  EXTEND    TOC-FILE
         IF  TOC-FILE-STATUS     <>  "00"
             DISPLAY  "HP2RTF: RTF_TOC IS ON BUT RTFTOC COULD NOT "
     ELSE
         SET  SERVER-MODE-OFF       TO  TRUE.

**   Stream job -- see STREAM-VAR-NAME.  Only means anything to a
**   batch run; anywhere else it is reported and ignored.
     %GETVARINT(STREAM-VAR-NAME#,STREAM-JCW#)
     IF  STREAM-JCW          <>  0
         IF  BATCH-MODE-ON
             PERFORM  0115-EQUATE-STREAM
         ELSE
             DISPLAY  "HP2RTF: RTF_STREAM IS SET BUT THIS IS NOT A "
                      "BATCH RUN -- IGNORED"
         END-IF.

     IF  SERVER-MODE-ON
         PERFORM  0120-SERVER-DRIVER
     ELSE,  IF  BATCH-MODE-ON
              "  WRITTEN: "        TOTAL-RECS-WRITTEN
              "  PAGES: "          TOTAL-PAGE-CNT
              "  ERRORS: "         TOTAL-ERROR-CNT.
     IF  REDACT-ACTIVE
         DISPLAY  "HP2RTF RUN TOTALS -- MASKS APPLIED: "
                  TOTAL-MASK-CNT.
     IF  TOTAL-EXCP-CNT      >   0
         DISPLAY  "HP2RTF RUN TOTALS -- STDLIST EXCEPTIONS: "
                  TOTAL-EXCP-CNT.
     %PUTVARINT(EXCP-VAR-NAME#,TOTAL-EXCP-CNT#)
     %PUTVARINT(RUN-RECS-VAR-NAME#,TOTAL-RECS-WRITTEN#)
     %PUTVARINT(RUN-PAGES-VAR-NAME#,TOTAL-PAGE-CNT#)
     IF  CAT-ACTIVE
         CLOSE  RTFCAT-FILE.
     IF  EXCP-ACTIVE
         CLOSE  EXCP-FILE.
     IF  TOC-SIDECAR-OPEN
         CLOSE  TOC-FILE.
     STOP RUN.
 0000-MAIN-X.  EXIT.
 0030-LOAD-R8-TABLE-X.  EXIT.
**
*************************************
**
 0035-LOAD-REDACT            SECTION.
**   Read REDACT once per run into RDR-TABLE -- see its comment in
**   WORKING-STORAGE.  Keyword lines:
**
**     JOBNAME   job-name pattern (trailing @ matches the rest, the
**               same rule as ROUTPARM) for the rule lines after it
**     MASK      text to mask wherever it appears on a line; "#"
**               in it matches any digit
**     COLS      sss www -- a 3-digit start column and a 3-digit
**               width to mask on every line, in those columns of
**               the value
**
**   No REDACT equated is NOT an error, same as R8MAP: masking just
**   stays off, and one line says so.  A rule line that is there
**   but can't be used IS -- unlike a bad PCLMAP or RTFLAYT row, a
**   dropped redaction rule means the very text somebody asked to
**   hide goes out in the clear, so the run stops instead.
     MOVE  0                     TO  RDR-CNT.
     MOVE  SPACES                TO  REDACT-JOB-PAT.
     OPEN  INPUT     REDACT-FILE.
     IF  REDACT-FILE-STATUS      <>  "00"
         DISPLAY  "HP2RTF: NO REDACT FILE (STATUS "  REDACT-FILE-STATUS
                  ") -- NO TEXT WILL BE MASKED"
         GO TO  0035-LOAD-REDACT-X.
 0035-REDACT-NEXT.
     READ  REDACT-FILE
         AT  END
             GO TO  0035-REDACT-DONE.
     IF  REDACT-REC          =   SPACES
         GO TO  0035-REDACT-NEXT.
     IF  REDACT-KEYWORD      =   "JOBNAME"
         MOVE  REDACT-VALUE(1:26)    TO  REDACT-JOB-PAT
         GO TO  0035-REDACT-NEXT.
     IF  ( REDACT-KEYWORD    <>  "MASK" )
     AND ( REDACT-KEYWORD    <>  "COLS" )
         DISPLAY  "HP2RTF: UNKNOWN REDACT KEYWORD '"  REDACT-KEYWORD
                  "' -- FIX REDACT AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  RDR-CNT             >=  RDR-MAX
         DISPLAY  "HP2RTF: REDACT HAS MORE THAN "  RDR-MAX
                  " RULE LINES -- FIX REDACT AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     ADD   1                     TO  RDR-CNT.
     MOVE  REDACT-JOB-PAT        TO  RDR-JOB-PAT(RDR-CNT).
     MOVE  SPACES                TO  RDR-TEXT(RDR-CNT).
     MOVE  0                     TO  RDR-TEXT-LEN(RDR-CNT)
                                     RDR-START(RDR-CNT)
                                     RDR-WIDTH(RDR-CNT).
     MOVE  "N"                   TO  RDR-WILD-SW(RDR-CNT)
                                     RDR-PICK-SW(RDR-CNT).
     IF  REDACT-KEYWORD      =   "MASK"
         GO TO  0035-REDACT-MASK.
     MOVE  "C"                   TO  RDR-TYPE(RDR-CNT).
     IF  REDACT-VALUE(1:3)  IS  NOT  NUMERIC
     OR  REDACT-VALUE(5:3)  IS  NOT  NUMERIC
         DISPLAY  "HP2RTF: REDACT COLS LINE '"  REDACT-VALUE(1:30)
                  "' IS NOT 'SSS WWW' -- FIX REDACT AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  REDACT-VALUE(1:3)     TO  RDR-START(RDR-CNT).
     MOVE  REDACT-VALUE(5:3)     TO  RDR-WIDTH(RDR-CNT).
     IF  ( RDR-START(RDR-CNT)    <   1 )
     OR  ( RDR-WIDTH(RDR-CNT)    <   1 )
     OR  ( RDR-START(RDR-CNT)
           + RDR-WIDTH(RDR-CNT)  >   %MAXINLEN )
         DISPLAY  "HP2RTF: REDACT COLS LINE '"  REDACT-VALUE(1:30)
                  "' HAS A BAD START/WIDTH -- FIX REDACT AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     GO TO  0035-REDACT-NEXT.
 0035-REDACT-MASK.
     MOVE  "M"                   TO  RDR-TYPE(RDR-CNT).
     IF  ( REDACT-VALUE(1:40)    =   SPACES )
     OR  ( REDACT-VALUE(41:30)   <>  SPACES )
         DISPLAY  "HP2RTF: REDACT MASK LINE '"  REDACT-VALUE(1:30)
                  "' IS EMPTY OR LONGER THAN 40 -- FIX REDACT AND "
                  "RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  REDACT-VALUE(1:40)    TO  RDR-TEXT(RDR-CNT).
     MOVE  40                    TO  RDR-TEXT-LEN(RDR-CNT).
 0035-TRIM-MASK.
     IF  RDR-TEXT(RDR-CNT)(RDR-TEXT-LEN(RDR-CNT):1)  =  " "
         SUBTRACT  1             FROM  RDR-TEXT-LEN(RDR-CNT)
         GO TO  0035-TRIM-MASK.
     MOVE  0                     TO  JUNK.
     INSPECT  RDR-TEXT(RDR-CNT)  TALLYING  JUNK  FOR  ALL  "#".
     IF  JUNK                >   0
         MOVE  "Y"               TO  RDR-WILD-SW(RDR-CNT).
     GO TO  0035-REDACT-NEXT.
 0035-REDACT-DONE.
     CLOSE  REDACT-FILE.
     IF  RDR-CNT             =   0
         DISPLAY  "HP2RTF: REDACT HOLDS NO MASK OR COLS LINES -- NO "
                  "TEXT WILL BE MASKED"
     ELSE
         SET  REDACT-ACTIVE      TO  TRUE.
 0035-LOAD-REDACT-X.  EXIT.
**
*************************************
**
 0036-PICK-REDACT-RULES      SECTION.
**   Mark the rules that apply to the document now being converted
**   -- every rule with no JOBNAME ahead of it, plus the ones whose
**   pattern matches JOB-NAME-TEXT (blank until a stdlist's :JOB
**   line is seen).  REDACT-PICKED says whether any did, so a line
**   of a report nobody asked to mask costs one test.
     SET  REDACT-NONE-PICKED     TO  TRUE.
     IF  REDACT-INACTIVE
         GO TO  0036-PICK-REDACT-RULES-X.
     MOVE  1                     TO  RDR-IDX.
 0036-PICK-NEXT.
     IF  RDR-IDX             >   RDR-CNT
         GO TO  0036-PICK-REDACT-RULES-X.
     SET  RDR-NOT-PICKED(RDR-IDX)    TO  TRUE.
     IF  RDR-JOB-PAT(RDR-IDX)    =   SPACES
         SET  PAT-MATCHES            TO  TRUE
     ELSE
         MOVE  RDR-JOB-PAT(RDR-IDX)  TO  PAT-TEXT
         MOVE  JOB-NAME-TEXT(1:26)   TO  PAT-SUBJECT
         PERFORM  0200-MATCH-PATTERN.
     IF  PAT-MATCHES
         SET  RDR-IS-PICKED(RDR-IDX)     TO  TRUE
         SET  REDACT-PICKED              TO  TRUE.
     ADD   1                     TO  RDR-IDX.
     GO TO  0036-PICK-NEXT.
 0036-PICK-REDACT-RULES-X.  EXIT.
**
*************************************
**
 0037-LOAD-TRIGGERS          SECTION.
**   Read RTFTRIG once per run into TRIG-TABLE -- one keyword line
**   per site trigger phrase:
**
**     PHRASE    text (up to 40) that marks a stdlist as failed
**               wherever it appears on a line -- "OUT OF BALANCE",
**               "RECORDS REJECTED" and the like
**
**   No RTFTRIG is fine -- the built-in markers are still looked
**   for.  Unlike REDACT a bad line here costs nothing but a missed
**   hit, so it is reported and skipped rather than stopping the
**   run.
     MOVE  0                     TO  TRIG-CNT.
     OPEN  INPUT     TRIGGER-FILE.
     IF  TRIGGER-FILE-STATUS     <>  "00"
         DISPLAY  "HP2RTF: NO RTFTRIG FILE (STATUS "
                  TRIGGER-FILE-STATUS  ") -- BUILT-IN STDLIST "
                  "MARKERS ONLY"
         GO TO  0037-LOAD-TRIGGERS-X.
 0037-TRIGGER-NEXT.
     READ  TRIGGER-FILE
         AT  END
             GO TO  0037-TRIGGER-DONE.
     IF  TRIGGER-REC         =   SPACES
         GO TO  0037-TRIGGER-NEXT.
     IF  TRIGGER-KEYWORD     <>  "PHRASE"
         DISPLAY  "HP2RTF: UNKNOWN RTFTRIG KEYWORD '"  TRIGGER-KEYWORD
                  "' -- LINE IGNORED"
         GO TO  0037-TRIGGER-NEXT.
     IF  ( TRIGGER-VALUE(1:40)   =   SPACES )
     OR  ( TRIGGER-VALUE(41:30)  <>  SPACES )
         DISPLAY  "HP2RTF: RTFTRIG PHRASE '"  TRIGGER-VALUE(1:30)
                  "' IS EMPTY OR LONGER THAN 40 -- LINE IGNORED"
         GO TO  0037-TRIGGER-NEXT.
     IF  TRIG-CNT            >=  TRIG-MAX
         DISPLAY  "HP2RTF: RTFTRIG HOLDS MORE THAN "  TRIG-MAX
                  " PHRASES -- THE REST ARE IGNORED"
         GO TO  0037-TRIGGER-DONE.
     ADD   1                     TO  TRIG-CNT.
     MOVE  TRIGGER-VALUE(1:40)   TO  TRIG-TEXT(TRIG-CNT).
     MOVE  40                    TO  TRIG-LEN(TRIG-CNT).
 0037-TRIM-PHRASE.
     IF  TRIG-TEXT(TRIG-CNT)(TRIG-LEN(TRIG-CNT):1)  =  " "
         SUBTRACT  1             FROM  TRIG-LEN(TRIG-CNT)
         GO TO  0037-TRIM-PHRASE.
     GO TO  0037-TRIGGER-NEXT.
 0037-TRIGGER-DONE.
     CLOSE  TRIGGER-FILE.
 0037-LOAD-TRIGGERS-X.  EXIT.
**
*************************************
**
 0032-LOAD-REPORT-DEF        SECTION.
**   Look up the report definition RTF_REPORT names.  Unset just
**   means the JCWs run the show; set and missing from RPTDEF is a
**   stop, same as a form missing from FORMDEF -- converting a
**   report under somebody else's settings is worse than not
**   converting it tonight.  A DATA-mode definition's layout is
**   equated to RTFLAYT here, ahead of 0080-LOAD-LAYOUT.
     %GETVARSTR(REPORT-VAR-NAME#,REPORT-NAME#)
     IF  REPORT-NAME         =   SPACES
         GO TO  0032-LOAD-REPORT-DEF-X.
     OPEN  INPUT     RPTDEF-FILE.
     IF  RPTDEF-FILE-STATUS      <>  "00"
         DISPLAY  "HP2RTF: RTF_REPORT IS SET BUT RPTDEF COULD NOT "
                  "BE OPENED; STATUS = "  RPTDEF-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  REPORT-NAME           TO  RD-PATTERN.
     READ  RPTDEF-FILE  RECORD  KEY  IS  RD-PATTERN
         INVALID  KEY
             DISPLAY  "HP2RTF: REPORT '"  REPORT-NAME  "' IS NOT IN "
                      "RPTDEF -- ADD IT WITH HP2RDEF (OR CLEAR "
                      "RTF_REPORT) AND RERUN"
             CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  RD-MODE               TO  REPORT-MODE.
     MOVE  RD-TOC                TO  REPORT-TOC.
     MOVE  RD-WRAP-COL           TO  REPORT-WRAP-COL.
     MOVE  RD-LAYOUT             TO  REPORT-LAYOUT.
     MOVE  RD-FORMID             TO  REPORT-FORMID.
     CLOSE  RPTDEF-FILE.
     SET  REPORT-DEF-IN-FORCE    TO  TRUE.
     DISPLAY  "HP2RTF: SETTINGS FROM REPORT DEFINITION '"
              REPORT-NAME  "'".
     IF  ( REPORT-MODE  =  "D" )  AND  ( REPORT-LAYOUT  <>  SPACES )
         MOVE  1                     TO  COMMAND-PTR
         STRING  "FILE RTFLAYT="     DELIMITED  BY  SIZE
                 REPORT-LAYOUT       DELIMITED  BY  SPACE
                 INTO    COMMAND-STRING
                 WITH    POINTER     COMMAND-PTR
         COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1
         CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                             COMMAND-LEN
                                    GIVING   COMMAND-RESULT
         IF  COMMAND-RESULT      <>  0
             DISPLAY  "HP2RTF: COULD NOT EQUATE RTFLAYT TO "
                      REPORT-LAYOUT  "; CIERROR = "  COMMAND-RESULT
             CALL  INTRINSIC  "QUIT"  USING  \1\
         END-IF.
 0032-LOAD-REPORT-DEF-X.  EXIT.
**
*************************************
**
 0033-USE-REPORT-DEF         SECTION.
**   Put the definition's settings where 0000-MAIN-RTN looks for
**   the JCW values, right after each JCW read, so the checks and
**   notes that follow work the same either way.
     MOVE  LOW-VALUES            TO  GETVAR-STATUS-X.
     MOVE  0                     TO  HTML-MODE-JCW  DATA-MODE-JCW
                                     PDF-MODE-JCW  TOC-MODE-JCW.
     IF  REPORT-MODE         =   "H"
         MOVE  1                     TO  HTML-MODE-JCW
     ELSE,  IF  REPORT-MODE         =   "P"
         MOVE  1                     TO  PDF-MODE-JCW
     ELSE,  IF  REPORT-MODE         =   "D"
         MOVE  1                     TO  DATA-MODE-JCW.
     IF  REPORT-TOC          =   "Y"
         MOVE  1                     TO  TOC-MODE-JCW.
     MOVE  REPORT-WRAP-COL       TO  WRAP-COL-JCW.
 0033-USE-REPORT-DEF-X.  EXIT.
**
*************************************
**
 0040-OPEN-CATALOG           SECTION.
**   Open the conversion catalog.  Like R8MAP, no RTFCAT equated is
 0040-OPEN-CATALOG-X.  EXIT.
**
*************************************
**
 0041-OPEN-EXCEPTIONS        SECTION.
**   Open the stdlist exception file -- optional and built once by
**   the job stream, exactly like RTFCAT above.  The scan still
**   runs without it (the hit count still goes out in the JCW);
**   there is just nothing for HP2EXCR to report from.
     OPEN  I-O       EXCP-FILE.
     IF  EXCP-FILE-STATUS        =   "00"
         SET  EXCP-ACTIVE            TO  TRUE
         GO TO  0041-OPEN-EXCEPTIONS-X.
     DISPLAY  "HP2RTF: NO RTFEXCP FILE (STATUS "  EXCP-FILE-STATUS
              ") -- STDLIST EXCEPTIONS WILL NOT BE RECORDED".
 0041-OPEN-EXCEPTIONS-X.  EXIT.
**
*************************************
**
 0045-LOAD-FORM              SECTION.
**   Build the page image for the form RTF_FORMID names.  FORMDEF
**   means no overlay; RTF_FORMID set and the form missing from
**   FORMDEF is a stop -- converting an invoice without its form is
**   exactly the blank-white-space problem this exists to fix.
**   A report definition in force names the form itself.
     IF  REPORT-DEF-IN-FORCE
         MOVE  REPORT-FORMID         TO  FORM-ID-VALUE
     ELSE
         %GETVARSTR(FORMID-VAR-NAME#,FORM-ID-VALUE#)
     END-IF.
     IF  FORM-ID-VALUE       =   SPACES
         GO TO  0045-LOAD-FORM-X.
     IF  OUTPUT-MODE-DATA
**   In batch (and server) mode the real input name is in
**   BATCH-IN-NAME; a plain single-pair run only knows its formal
**   designator.
     SET  CAT-NOT-WRITTEN        TO  TRUE.
     IF  CAT-INACTIVE
         GO TO  0070-WRITE-CATALOG-X.
     ACCEPT  CAT-WORK-DATE       FROM  DATE.
     ELSE
         COMPUTE  CAT-DATE   =   19000000  +  CAT-WORK-DATE.
     MOVE  CAT-WORK-TIME(1:6)    TO  CAT-TIME.
     MOVE  0                     TO  CAT-RETRY-CNT.
     PERFORM  0075-SEAL-DOCUMENT.
**   A stream job numbers within its own thousand (stream 3 uses
**   3001-3999), so concurrent streams cataloging in the same
**   second never reach for the same CAT-KEY, and holds the shared
**   catalog EXCLUSIVE from here until the record is down.
     IF  STREAM-NUM          >   0
         EXCLUSIVE  RTFCAT-FILE.
 0070-NEXT-SEQ.
     ADD   1                     TO  CAT-SEQ-NUM.
     IF  STREAM-NUM          >   0
         IF  CAT-SEQ-NUM     >   999
             MOVE  1                 TO  CAT-SEQ-NUM
         END-IF
         COMPUTE  CAT-SEQ    =   STREAM-NUM * 1000 + CAT-SEQ-NUM
     ELSE
         MOVE  CAT-SEQ-NUM           TO  CAT-SEQ.
     IF  BATCH-MODE-ON  OR  SERVER-MODE-ON
         MOVE  BATCH-IN-NAME         TO  CAT-IN-NAME
     ELSE
         MOVE  "H"                   TO  CAT-MODE
     ELSE,  IF  OUTPUT-MODE-DATA
         MOVE  "D"                   TO  CAT-MODE
     ELSE,  IF  OUTPUT-MODE-PDF
         MOVE  "P"                   TO  CAT-MODE
     ELSE
         MOVE  "R"                   TO  CAT-MODE.
     MOVE  JOB-NAME-TEXT         TO  CAT-JOB-NAME.
     COMPUTE  CAT-PAGES      =   WRITTEN-PAGE-CNT - DOC-START-PAGE.
     COMPUTE  CAT-RECS       =   RECS-WRITTEN-CNT - DOC-START-RECS.
     COMPUTE  CAT-ERRORS     =   ERROR-CNT        - DOC-START-ERRS.
     COMPUTE  CAT-MASK-CNT   =   REDACT-MASK-CNT  - DOC-START-MASKS.
     IF  CAT-MASK-CNT        >   0
         MOVE  "Y"                   TO  CAT-REDACTED
     ELSE
         MOVE  "N"                   TO  CAT-REDACTED.
**   A duplicate key (some other job -- a rerun, an on-demand
**   conversion -- got to this date, time and sequence first) just
**   moves on to the next sequence number rather than losing the
**   document's catalog record.
     WRITE  RTFCAT-REC
         INVALID  KEY
             IF  ( RTFCAT-FILE-STATUS  =  "22" )
             AND ( CAT-RETRY-CNT  <  999 )
                 ADD   1                 TO  CAT-RETRY-CNT
                 GO TO  0070-NEXT-SEQ
             ELSE
                 DISPLAY  "HP2RTF: CATALOG WRITE REJECTED; STATUS = "
                          RTFCAT-FILE-STATUS
                          " -- RUN IS OTHERWISE UNAFFECTED"
                 GO TO  0070-UNLOCK.
     SET  CAT-WRITTEN            TO  TRUE.
 0070-UNLOCK.
     IF  STREAM-NUM          >   0
         UN-EXCLUSIVE  RTFCAT-FILE.
 0070-WRITE-CATALOG-X.  EXIT.
**
*************************************
**
 0075-SEAL-DOCUMENT          SECTION.
**   Fixity seal for the document 0070-WRITE-CATALOG is about to
**   catalog.  Its output file is closed by now (end of file, or
**   the swap in 1060-SPLIT-NEW-JOB), so it is read back under its
**   own name and checksummed as it actually sits on disk -- the
**   job stream's pre-seeded header included -- which is exactly
**   what HP2FIXA will read when it rechecks it.  A document that
**   can't be read back is still cataloged, just unsealed.
**
**   The first document of a plain single-pair run is cataloged
**   under its formal designator (RTFTO, HTMLTO, DATATO or PDFTO --
**   see 0100-CONVERT-ONE-FILE), not a file name.  Equating to that
**   would read whatever disc file happens to carry the designator
**   as its name, not the file the job's :FILE sent the output to,
**   and seal -- and later have HP2FIXA pass -- something that was
**   never this document.  So that one goes in unsealed.  The split
**   documents after it have real names and are sealed as usual.
     MOVE  "N"                   TO  CAT-FIX-SEALED.
     MOVE  0                     TO  CAT-FIX-SUM  CAT-FIX-BYTES.
     IF  NOT  BATCH-MODE-ON  AND  NOT  SERVER-MODE-ON
         IF  ( DOC-OUT-NAME  =  "RTFTO" )
         OR  ( DOC-OUT-NAME  =  "HTMLTO" )
         OR  ( DOC-OUT-NAME  =  "DATATO" )
         OR  ( DOC-OUT-NAME  =  "PDFTO" )
             GO TO  0075-SEAL-DOCUMENT-X.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE RTFFIXR="     DELIMITED  BY  SIZE
             DOC-OUT-NAME        DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      <>  0
         DISPLAY  "HP2RTF: COULD NOT EQUATE "  DOC-OUT-NAME
                  " FOR ITS FIXITY CHECKSUM -- CATALOGED UNSEALED"
         GO TO  0075-SEAL-DOCUMENT-X.
     OPEN  INPUT     FIXITY-FILE.
     IF  FIXITY-FILE-STATUS      <>  "00"
         DISPLAY  "HP2RTF: COULD NOT READ BACK "  DOC-OUT-NAME
                  "; STATUS = "  FIXITY-FILE-STATUS
                  " -- CATALOGED UNSEALED"
         GO TO  0075-SEAL-DOCUMENT-X.
     PERFORM  0076-CHECKSUM-FILE.
     CLOSE  FIXITY-FILE.
     MOVE  "Y"                   TO  CAT-FIX-SEALED.
     COMPUTE  CAT-FIX-SUM    =   FIX-SUM-B * 65536 + FIX-SUM-A.
     MOVE  FIX-BYTE-CNT          TO  CAT-FIX-BYTES.
 0075-SEAL-DOCUMENT-X.  EXIT.
**
*************************************
**
 0076-CHECKSUM-FILE          SECTION.
**   Adler-32 over every byte of FIXITY-FILE, plus a line feed (10)
**   at each record end so moving text between records shows too.
**   Both running sums stay under 65521 by one subtraction apiece,
**   so no DIVIDE per byte.  Keep in step with the copy in HP2FIXA
**   -- a difference between the two reads as tampering.
     MOVE  1                     TO  FIX-SUM-A.
     MOVE  0                     TO  FIX-SUM-B  FIX-BYTE-CNT.
 0076-READ-NEXT.
     READ  FIXITY-FILE
         AT  END
             GO TO  0076-CHECKSUM-FILE-X.
     MOVE  1                     TO  FIX-SUB.
 0076-NEXT-BYTE.
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
         GO TO  0076-READ-NEXT.
     GO TO  0076-NEXT-BYTE.
 0076-CHECKSUM-FILE-X.  EXIT.
**
*************************************
**
 0080-LOAD-LAYOUT            SECTION.
**   Read RTFLAYT once per run -- the per-report extraction layout,

     MOVE  0                     TO  INPUT-REC-NUM  RECS-WRITTEN-CNT
                                      PAGE-CNT       ERROR-CNT
                                      WRITTEN-PAGE-CNT
                                      REDACT-MASK-CNT.

**   These two carry page/spacing state across records within a
**   file; reset them here too; otherwise in batch mode
**   name; a plain single-pair run only knows its designator.
     MOVE  0                     TO  DOC-START-PAGE
                                     DOC-START-RECS
                                     DOC-START-ERRS
                                     DOC-START-MASKS.
     IF  BATCH-MODE-ON  OR  SERVER-MODE-ON
         MOVE  BATCH-OUT-NAME        TO  DOC-OUT-NAME
     ELSE,  IF  OUTPUT-MODE-HTML
         MOVE  "HTMLTO"              TO  DOC-OUT-NAME
     ELSE,  IF  OUTPUT-MODE-DATA
         MOVE  "DATATO"              TO  DOC-OUT-NAME
     ELSE,  IF  OUTPUT-MODE-PDF
         MOVE  "PDFTO"               TO  DOC-OUT-NAME
     ELSE
         MOVE  "RTFTO"               TO  DOC-OUT-NAME.

         OPEN    EXTEND      HTML-OUT-FILE
     ELSE,  IF  OUTPUT-MODE-DATA
         OPEN    EXTEND      DATA-OUT-FILE
     ELSE,  IF  OUTPUT-MODE-PDF
         OPEN    OUTPUT      PDF-OUT-FILE
     ELSE
         OPEN    EXTEND      RTF-OUT-FILE.
     IF  OUT-FILE-STATUS         <>  "00"
         MOVE  "<html><body>"      TO  HTML-OUT-REC
         MOVE  12                  TO  RTF-REC-LEN
         WRITE   HTML-OUT-REC
     ELSE,  IF  OUTPUT-MODE-PDF
**       A PDF is never pre-seeded (see PDF-OUT-FILE) -- its header,
**       fonts and first page are all written from here.
         PERFORM  1780-PDF-RESET-STATE
         PERFORM  1710-PDF-BEGIN
     ELSE,  IF  SERVER-MODE-ON
**       An on-demand request has no job stream behind it to
**       pre-seed the "{\rtf1" header either -- give its fresh
                                         RECS-WRITTEN-CNT
                                         PAGE-CNT    ERROR-CNT
                                         WRITTEN-PAGE-CNT
                                         REDACT-MASK-CNT
                                         DOC-START-PAGE
                                         DOC-START-RECS
                                         DOC-START-ERRS
                                         DOC-START-MASKS
         SET  AT-TOP-OF-PAGE            TO  TRUE
         SET  WANT-WHAT-SPACING-UNCLEAR TO  TRUE
         SET  NO-JOB-HEADER             TO  TRUE
         MOVE  0                     TO  DATA-LINE-ON-PAGE
                                         DATA-LAST-PAGE-CNTD
                                         FORM-ROW-NUM
         PERFORM  1780-PDF-RESET-STATE
         SET  PRESCAN-OFF               TO  TRUE.
     IF  SELECT-MODE-SEARCH
     AND ( RTF-IN-FILE-STATUS    <>  "00" )
         CLOSE   HTML-OUT-FILE
     ELSE,  IF  OUTPUT-MODE-DATA
         CLOSE   DATA-OUT-FILE
     ELSE,  IF  OUTPUT-MODE-PDF
         CLOSE   PDF-OUT-FILE
     ELSE
         CLOSE   RTF-OUT-FILE.

              "  WRITTEN: "        RECS-WRITTEN-CNT
              "  PAGES: "          PAGE-CNT
              "  ERRORS: "         ERROR-CNT.
     IF  REDACT-ACTIVE
         DISPLAY  "HP2RTF CONVERSION SUMMARY -- MASKS APPLIED: "
                  REDACT-MASK-CNT.
     ADD  INPUT-REC-NUM         TO  TOTAL-RECS-READ.
     ADD  REDACT-MASK-CNT       TO  TOTAL-MASK-CNT.
     ADD  RECS-WRITTEN-CNT      TO  TOTAL-RECS-WRITTEN.
     ADD  PAGE-CNT              TO  TOTAL-PAGE-CNT.
     ADD  ERROR-CNT             TO  TOTAL-ERROR-CNT.
     %PUTVARINT(RECS-OUT-VAR-NAME#,RECS-WRITTEN-CNT#)
     %PUTVARINT(PAGES-VAR-NAME#,WRITTEN-PAGE-CNT#)

**   And one catalog record for this file -- see RTFCAT-FILE --
**   then its stdlist exceptions, under that record's key.
     PERFORM  0070-WRITE-CATALOG.
     PERFORM  1620-WRITE-EXCEPTIONS.

**   Made it to a clean finish -- clear the restart marker so the
**   next call (or the next run) is allowed to extend the output
                 BATCH-OUT-NAME      DELIMITED  BY  SPACE
                 INTO    COMMAND-STRING
                 WITH    POINTER     COMMAND-PTR
     ELSE,  IF  OUTPUT-MODE-PDF
**       Written whole (OPEN OUTPUT), so nothing for the job stream
**       to pre-build -- build parms make a new name a byte-stream
**       file, kept at close.
         STRING  "FILE PDFTO="       DELIMITED  BY  SIZE
                 BATCH-OUT-NAME      DELIMITED  BY  SPACE
                 ";REC=,,B;SAVE"     DELIMITED  BY  SIZE
                 INTO    COMMAND-STRING
                 WITH    POINTER     COMMAND-PTR
     ELSE
         STRING  "FILE RTFTO="       DELIMITED  BY  SIZE
                 BATCH-OUT-NAME      DELIMITED  BY  SPACE
 0110-BATCH-DRIVER-X.  EXIT.
**
*************************************
**
 0115-EQUATE-STREAM          SECTION.
**   Point this stream job's batch files at the ones HP2SCAN built
**   for its stream -- RTFBATCH to RTFBATn, RTFMANI to RTFMANn,
**   RTFERRLOG to RTFERRn.  Any of them failing stops the run: a
**   stream job left on the shared RTFBATCH would convert every
**   other stream's files as well.
     IF  ( STREAM-JCW  <  1 )  OR  ( STREAM-JCW  >  9 )
         DISPLAY  "HP2RTF: RTF_STREAM MUST BE 1 THRU 9; GOT "
                  STREAM-JCW
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  STREAM-JCW            TO  STREAM-NUM.
     MOVE  "RTFBATCH"            TO  STREAM-DESIGNATOR.
     MOVE  "RTFBAT"              TO  STREAM-STEM.
     PERFORM  0116-EQUATE-STREAM-FILE.
     MOVE  "RTFMANI"             TO  STREAM-DESIGNATOR.
     MOVE  "RTFMAN"              TO  STREAM-STEM.
     PERFORM  0116-EQUATE-STREAM-FILE.
     MOVE  "RTFERRLOG"           TO  STREAM-DESIGNATOR.
     MOVE  "RTFERR"              TO  STREAM-STEM.
     PERFORM  0116-EQUATE-STREAM-FILE.
     DISPLAY  "HP2RTF: STREAM "  STREAM-NUM  " -- RTFBAT"  STREAM-NUM
              ", RTFMAN"  STREAM-NUM  ", RTFERR"  STREAM-NUM.
**   Optional for a single job, required for a stream -- see
**   STREAM-VAR-NAME.  0040 and 0041 have already said why the open
**   failed; the usual cause here is an equate without ;SHR;LOCK
**   while another stream job holds the file.
     IF  CAT-INACTIVE
         DISPLAY  "HP2RTF: STREAM "  STREAM-NUM  " CANNOT RUN "
                  "UNCATALOGED -- EQUATE RTFCAT ;SHR;LOCK AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     IF  EXCP-INACTIVE
         DISPLAY  "HP2RTF: STREAM "  STREAM-NUM  " CANNOT RUN "
                  "WITHOUT RTFEXCP -- EQUATE IT ;SHR;LOCK AND RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0115-EQUATE-STREAM-X.  EXIT.
**
*************************************
**
 0116-EQUATE-STREAM-FILE     SECTION.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE "             DELIMITED  BY  SIZE
             STREAM-DESIGNATOR   DELIMITED  BY  SPACE
             "="                 DELIMITED  BY  SIZE
             STREAM-STEM         DELIMITED  BY  SPACE
             STREAM-NUM          DELIMITED  BY  SIZE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      <>  0
         DISPLAY  "HP2RTF: COULD NOT EQUATE "  STREAM-DESIGNATOR
                  " TO "  STREAM-STEM  STREAM-NUM
                  "; CIERROR = "  COMMAND-RESULT
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0116-EQUATE-STREAM-FILE-X.  EXIT.
**
*************************************
**
 0120-SERVER-DRIVER          SECTION.
**   On-demand server -- sit reading conversion requests off the
**   behave exactly as in batch.
**
**   A request record is "input-name output-name mode-flag", space
**   delimited; the mode flag is R, H, P or D and may be left off to
**   take the mode the server was started under.  A record of just
**   "STOP" (and AT END -- the queue file being closed away) shuts
**   the server down cleanly.
     MOVE  OUTPUT-MODE-SW        TO  STARTUP-MODE-SW.
         SET  OUTPUT-MODE-HTML      TO  TRUE
     ELSE,  IF  REQ-MODE-FLAG    =   "R"
         SET  OUTPUT-MODE-RTF       TO  TRUE
     ELSE,  IF  REQ-MODE-FLAG    =   "P"
         SET  OUTPUT-MODE-PDF       TO  TRUE
     ELSE,  IF  REQ-MODE-FLAG    =   "D"
         IF  LAYT-FIELD-CNT      =   0
             MOVE  "ERR"                 TO  REPLY-STATUS
                                     DELIMITED  BY  SIZE
                 INTO    COMMAND-STRING
                 WITH    POINTER     COMMAND-PTR
     ELSE,  IF  OUTPUT-MODE-PDF
         STRING  "FILE PDFTO="       DELIMITED  BY  SIZE
                 REQ-OUT-NAME        DELIMITED  BY  SPACE
                 ";REC=,,B;SAVE"     DELIMITED  BY  SIZE
                 INTO    COMMAND-STRING
                 WITH    POINTER     COMMAND-PTR
     ELSE
         STRING  "FILE RTFTO="       DELIMITED  BY  SIZE
                 REQ-OUT-NAME        DELIMITED  BY  SPACE
 0060-LOG-BATCH-ERROR-X.  EXIT.
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
*****************************************
**
 1000-DETAIL-LOOP            SECTION.
**   Skip 1 or 2 junk records at start of a CCTL file; then             
**                                                                      
**   Always eat the 1st rec of a spool file (forms-msg or empty)        
**                                                                      
**   The job name is still blank here -- pick the redaction rules
**   that apply to a document with no :JOB line; 1050-WRITE-JOB-
**   HEADER re-picks once a stdlist names its job.
     PERFORM  0036-PICK-REDACT-RULES.
**   Nothing carried into this document's exception scan.
     MOVE  0                     TO  EXC-TAB-CNT  EXC-OVER-CNT
                                     EXC-LAST-PAGE  EXC-LAST-LINE.
     SET  EOJ-NOT-SEEN           TO  TRUE.
     IF  PARM-FILE-CODE-SPOOL
         READ  RTF-IN-FILE,  AT END
             MOVE  "ERROR READING SPOOL-FILE 1ST REC"  TO  ERRLOG-REASON
         IF  ( INPUT-LEN   <=  1 )                                      
         OR  ( RTF-IN-REC(2: INPUT-LEN - 1)  =   SPACES )               
             GO TO  1000-READ-NEXT-REC.                                 

**   Mask whatever the redaction rules picked for this document
**   before anything else looks at the line -- the pre-scan search,
**   the TOC lead line, the contents build and the data cut all see
**   the masked text.
     IF  REDACT-PICKED
         PERFORM  1500-REDACT-LINE.
                                                                        
**   CUR-PAGE-NUM is captured between spacing and contents in each
**   order, so it always names the page this record's CONTENT sits
     MOVE  1                 TO  OUT-PTR.
     SET  WRAP-NOT-LOGGED        TO  TRUE.
     SET  NO-EJECT-IN-REC        TO  TRUE.
     SET  PDF-RUN-CLOSED         TO  TRUE.
**   Extraction mode builds delimited rows, not markup -- it does
**   its own page tracking off the same CCTL codes (so page-range
**   and search selection still apply) and nothing below this
**   branch concerns it.
     IF  OUTPUT-MODE-DATA
         PERFORM  1400-DATA-EXTRACT
         IF  IS-STDLIST  AND  PRESCAN-OFF
             PERFORM  1600-CHECK-EXCEPTIONS
         END-IF
         GO TO  1000-READ-NEXT-REC.
     IF  WANT-PRESPACE
         PERFORM  1100-SPACING
         END-IF
         PERFORM  1100-SPACING.

**   Stdlist failure markers -- once CUR-PAGE-NUM is settled, and
**   only on the final pass so nothing is counted twice.
     IF  IS-STDLIST  AND  PRESCAN-OFF
         PERFORM  1600-CHECK-EXCEPTIONS.

     IF  PRESCAN-ON
         PERFORM  1090-PRESCAN-SEARCH
         GO TO  1000-READ-NEXT-REC.
     IF  TOC-ON
         PERFORM  1170-TOC-ENTRY.

     IF  OUTPUT-MODE-PDF
         PERFORM  1775-PDF-CLOSE-RUN.
     COMPUTE  RTF-REC-LEN    =   OUT-PTR - 1.
     IF  OUTPUT-MODE-HTML
         MOVE  RTF-OUT-REC(1:RTF-REC-LEN)
                             TO  HTML-OUT-REC(1:RTF-REC-LEN)
         WRITE  HTML-OUT-REC
     ELSE,  IF  OUTPUT-MODE-PDF
         PERFORM  1700-PDF-PUT-REC
     ELSE
         WRITE  RTF-OUT-REC.
     ADD  1                 TO  RECS-WRITTEN-CNT.
     IF  SPLIT-JOBS-ON   AND  IS-STDLIST  AND  PRESCAN-OFF
     AND ( INPUT-LEN         >   6 )
     AND ( RTF-IN-REC(2:5)   =   ":JOB " )
         PERFORM  1060-SPLIT-NEW-JOB
     ELSE,  IF  IS-STDLIST
     AND ( INPUT-LEN         >   6 )
     AND ( RTF-IN-REC(2:5)   =   ":JOB " )
**       Not splitting (or only pre-scanning) -- the document stays
**       the first job's, but this job's lines get this job's
**       redaction rules, starting with the :JOB line itself.
         PERFORM  1055-REPICK-REDACT-RULES
**       ... and the :EOJ check follows the job in hand, the way
**       1620-RESET starts it over for a split document.
         IF  PRESCAN-OFF
             SET  EOJ-NOT-SEEN       TO  TRUE
         END-IF.

     GO TO  1000-PROCESS-REC.
                                                                        
                 MOVE  RTF-OUT-REC(1:RTF-REC-LEN)
                                 TO  HTML-OUT-REC(1:RTF-REC-LEN)
                 WRITE  HTML-OUT-REC
             ELSE,  IF  OUTPUT-MODE-PDF
                 PERFORM  1700-PDF-PUT-REC
             ELSE
                 WRITE  RTF-OUT-REC
             END-IF
             END-IF
             ADD  1              TO  RECS-WRITTEN-CNT
         END-IF
     END-IF.
         MOVE  "</body></html>"     TO  HTML-OUT-REC
         MOVE  14                   TO  RTF-REC-LEN
         WRITE   HTML-OUT-REC
     ELSE,  IF  OUTPUT-MODE-PDF
**       The page tree, bookmarks, info and cross-reference table
**       close the document instead of a single end marker.
         PERFORM  1740-PDF-FINISH
     ELSE
         MOVE  "}"       TO  RTF-OUT-REC
         MOVE  1         TO  RTF-REC-LEN
     UNSTRING  JOB-INFO-TEXT     DELIMITED  BY  ","  OR  ";"
             INTO    JOB-NAME-TEXT,  JOB-AUTHOR-TEXT.
     SET  HAVE-JOB-HEADER        TO  TRUE.
**   The job name is what the redaction rules are keyed on -- re-pick
**   them for this job (the :JOB line itself is masked with them,
**   being this document's first body line -- 1000-DETAIL-LOOP and
**   1060-SPLIT-NEW-JOB both get here before the line reaches
**   1000-PROCESS-REC).  A later :JOB in a listing that isn't split
**   re-picks through 1055-REPICK-REDACT-RULES instead.
     PERFORM  0036-PICK-REDACT-RULES.

**   The pre-scan pass captures the metadata but writes nothing --
**   the real pass writes it.  Extraction mode captures it too (the
**   catalog record wants it) but a metadata record has no place in
**   a delimited data file; a PDF carries it in its info object,
**   written at the end by 1740-PDF-FINISH.
     IF  PRESCAN-ON  OR  OUTPUT-MODE-DATA  OR  OUTPUT-MODE-PDF
         GO TO  1050-WRITE-JOB-HEADER-X.

     MOVE  1                     TO  OUT-PTR.
 1050-WRITE-JOB-HEADER-X.  EXIT.
**
*****************************************
**
 1055-REPICK-REDACT-RULES    SECTION.
**   A new ":JOB " line mid-file that 1060-SPLIT-NEW-JOB isn't
**   handling -- split mode off, or the pre-scan pass, which has to
**   see the same masked text the real pass will.  Re-pick the
**   redaction rules for the job named on it, the same split of the
**   line 1050-WRITE-JOB-HEADER makes, but leave the document's own
**   job name (its metadata, running header and catalog entry) as
**   the first job's.
     MOVE  JOB-NAME-TEXT         TO  DOC-JOB-NAME-SAVE.
     MOVE  SPACES                TO  JOB-NAME-TEXT.
     UNSTRING  RTF-IN-REC(7:INPUT-LEN - 6)
             DELIMITED  BY  ","  OR  ";"
             INTO    JOB-NAME-TEXT.
     PERFORM  0036-PICK-REDACT-RULES.
     MOVE  DOC-JOB-NAME-SAVE     TO  JOB-NAME-TEXT.
 1055-REPICK-REDACT-RULES-X.  EXIT.
**
*****************************************
**
 1060-SPLIT-NEW-JOB          SECTION.
**   Split mode hit a new ":JOB " line mid-file -- finish the
                                     DELIMITED  BY  SIZE
                 INTO    COMMAND-STRING
                 WITH    POINTER     COMMAND-PTR
     ELSE,  IF  OUTPUT-MODE-PDF
**       A PDF is a byte stream -- see PDF-OUT-FILE.
         STRING  "FILE PDFTO="       DELIMITED  BY  SIZE
                 SPLIT-FILE-NAME     DELIMITED  BY  SPACE
                 ";REC=,,B;SAVE"     DELIMITED  BY  SIZE
                 INTO    COMMAND-STRING
                 WITH    POINTER     COMMAND-PTR
     ELSE
         STRING  "FILE RTFTO="       DELIMITED  BY  SIZE
                 SPLIT-FILE-NAME     DELIMITED  BY  SPACE
                 MOVE  RTF-OUT-REC(1:RTF-REC-LEN)
                                 TO  HTML-OUT-REC(1:RTF-REC-LEN)
                 WRITE  HTML-OUT-REC
             ELSE,  IF  OUTPUT-MODE-PDF
                 PERFORM  1700-PDF-PUT-REC
             ELSE
                 WRITE  RTF-OUT-REC
             END-IF
             END-IF
             ADD  1              TO  RECS-WRITTEN-CNT
         END-IF
     END-IF.
**       No closing marker in a data file -- just swap.
         CLOSE   DATA-OUT-FILE
         OPEN    EXTEND      DATA-OUT-FILE
     ELSE,  IF  OUTPUT-MODE-PDF
**       The info object takes the closing job's name -- 1050
**       below re-captures for the new one only after this.
         PERFORM  1740-PDF-FINISH
         CLOSE   PDF-OUT-FILE
         OPEN    OUTPUT      PDF-OUT-FILE
     ELSE
         MOVE  "}"           TO  RTF-OUT-REC
         MOVE  1             TO  RTF-REC-LEN
**       Each split data file labels itself the same way the first
**       one did -- see 0100-CONVERT-ONE-FILE's seed.
         PERFORM  1430-DATA-HEADER-ROW
     ELSE,  IF  OUTPUT-MODE-PDF
**       Page size and pitch run on from the document before, as
**       the spool file set them only once at its top; where it was
**       drawing and in what face does not -- the rest of
**       1780-PDF-RESET-STATE, so the new document's first page
**       starts at its top, in plain type.
         PERFORM  1710-PDF-BEGIN
         MOVE  0                    TO  PDF-LINE  PDF-COL  PDF-RISE
         SET  PDF-BOLD-OFF          TO  TRUE
         SET  PDF-ITALIC-OFF        TO  TRUE
         SET  PDF-ULINE-OFF         TO  TRUE
         SET  PDF-RUN-CLOSED        TO  TRUE
     ELSE
         MOVE  SPLIT-RTF-PROLOG     TO  RTF-OUT-REC
         MOVE  49                   TO  RTF-REC-LEN
**   the document now opening, so IT gets cataloged correctly at
**   the next split or at end of file.
     PERFORM  0070-WRITE-CATALOG.
     PERFORM  1620-WRITE-EXCEPTIONS.
     MOVE  WRITTEN-PAGE-CNT      TO  DOC-START-PAGE.
     MOVE  RECS-WRITTEN-CNT      TO  DOC-START-RECS.
     MOVE  ERROR-CNT             TO  DOC-START-ERRS.
     MOVE  REDACT-MASK-CNT       TO  DOC-START-MASKS.
     MOVE  SPLIT-FILE-NAME       TO  DOC-OUT-NAME.

**   The new document starts at a page top with no carried-over
**       1460-FORM-MERGE.
         COMPUTE  FORM-ROW-NUM   =
                  FORM-ROW-NUM + ( CCTL-CODE - 128 ) - 1
**       A PDF line advance emits nothing -- it only moves where the
**       next text run is placed, the same way the form row moves.
         IF  OUTPUT-MODE-PDF
             COMPUTE  PDF-LINE   =
                      PDF-LINE + ( CCTL-CODE - 128 ) - 1
             GO TO  1100-DONE-SPACING-X
         END-IF
         COMPUTE  JUNK   =   ( CCTL-CODE - 128 )  *  4
         IF  OUTPUT-MODE-HTML
             MOVE  HTML-SPACING-CODES(1:JUNK)
             IF  OUTPUT-MODE-HTML
                 MOVE  HTML-PAGE-BREAK  TO  RTF-OUT-REC(OUT-PTR:4)
                 ADD   4                 TO  OUT-PTR
             ELSE,  IF  OUTPUT-MODE-PDF
                 PERFORM  1750-PDF-NEW-PAGE
             ELSE
                 MOVE  "\page "  TO  RTF-OUT-REC(OUT-PTR:6)
                 ADD   6         TO  OUT-PTR
             END-IF
             END-IF
             SET  AT-TOP-OF-PAGE    TO  TRUE
             ADD  1                 TO  PAGE-CNT
             MOVE  0                TO  FORM-ROW-NUM
         IF  OUTPUT-MODE-HTML
             MOVE  HTML-PAGE-BREAK  TO  RTF-OUT-REC(OUT-PTR:4)
             ADD   4                 TO  OUT-PTR
         ELSE,  IF  OUTPUT-MODE-PDF
             PERFORM  1750-PDF-NEW-PAGE
         ELSE
             MOVE  "\page "  TO  RTF-OUT-REC(OUT-PTR:6)
             ADD   6         TO  OUT-PTR
         END-IF
         END-IF
         SET  AT-TOP-OF-PAGE    TO  TRUE
         ADD  1                 TO  PAGE-CNT
         MOVE  0                TO  FORM-ROW-NUM
             STRING  "<br><br> "
                 DELIMITED  BY  SIZE     INTO    RTF-OUT-REC
                 WITH    POINTER     OUT-PTR
         ELSE,  IF  OUTPUT-MODE-PDF
             ADD  1          TO  PDF-LINE
         ELSE
             STRING  "\par\par "
                 DELIMITED  BY  SIZE     INTO    RTF-OUT-REC
                 WITH    POINTER     OUT-PTR
         END-IF
         END-IF
         GO TO  1100-DONE-SPACING-X.
     IF  CCTL-TRIPLE
         ADD  2          TO  FORM-ROW-NUM
             STRING  "<br><br><br> "
                 DELIMITED  BY  SIZE     INTO    RTF-OUT-REC
                 WITH    POINTER     OUT-PTR
         ELSE,  IF  OUTPUT-MODE-PDF
             ADD  2          TO  PDF-LINE
         ELSE
             STRING  "\par\par\par "
                 DELIMITED  BY  SIZE     INTO    RTF-OUT-REC
                 WITH    POINTER     OUT-PTR
         END-IF
         END-IF
         GO TO  1100-DONE-SPACING-X.


         STRING  "<br> "
             DELIMITED  BY  SIZE     INTO    RTF-OUT-REC
             WITH    POINTER     OUT-PTR
     ELSE,  IF  OUTPUT-MODE-PDF
**       The content line's own advance is counted in 1200-CONTENTS.
         CONTINUE
     ELSE
         STRING  "\par "
             DELIMITED  BY  SIZE     INTO    RTF-OUT-REC
**   file with no stdlist ":JOB " line, since HAVE-JOB-HEADER-SW is
**   never set.
     IF  HAVE-JOB-HEADER
         IF  OUTPUT-MODE-PDF
**           Drawn in bold on the page's top line, above the first
**           content line -- see 1785-PDF-DRAW-TEXT.
             MOVE  SPACES               TO  PDF-TEXT
             MOVE  1                    TO  PDF-PTR
             STRING  JOB-NAME-TEXT      DELIMITED  BY  SPACE
                     " -- "             DELIMITED  BY  SIZE
                     JOB-AUTHOR-TEXT    DELIMITED  BY  SPACE
                     INTO    PDF-TEXT
                     WITH    POINTER    PDF-PTR
             COMPUTE  PDF-TEXT-LEN  =   PDF-PTR - 1
             MOVE  1                    TO  PDF-PTR
             MOVE  0                    TO  PDF-TEXT-LINE
             MOVE  2                    TO  PDF-TEXT-FONT
             PERFORM  1785-PDF-DRAW-TEXT
         ELSE,  IF  OUTPUT-MODE-HTML
             STRING  "<b>"              DELIMITED  BY  SIZE
                     JOB-NAME-TEXT      DELIMITED  BY  SPACE
                     " -- "             DELIMITED  BY  SIZE
                     "\b0 \par "        DELIMITED  BY  SIZE
                     INTO    RTF-OUT-REC
                     WITH    POINTER    OUT-PTR
         END-IF
         END-IF.
 1150-PAGE-HEADER-X.  EXIT.
**
**   the zero-padded page number, which is also the name the
**   matching 1170-TOC-ENTRY link points at.  Appends to the output
**   buffer at OUT-PTR like 1150-PAGE-HEADER; a no-op when the TOC
**   feature is off or during the search pre-scan, and in a PDF,
**   whose bookmarks point at the page object itself.
     IF  TOC-OFF  OR  PRESCAN-ON  OR  OUTPUT-MODE-PDF
         GO TO  1160-PAGE-ANCHOR-X.
     COMPUTE  JUNK           =   PAGE-CNT + 1.
     MOVE  JUNK                  TO  TOC-PAGE-ED.
         ALL  ">"            BY  " "
         ALL  "&"            BY  " ".
     MOVE  CUR-PAGE-NUM          TO  TOC-PAGE-ED.
**   A PDF's entry is a bookmark on the page the record lands on --
**   handed to 1700-PDF-PUT-REC, which knows which page that is
**   once any eject at the front of the record has been written.
**   The title is a PDF string, so its brackets go the same way.
     IF  OUTPUT-MODE-PDF
         INSPECT  TOC-LEAD-TEXT  REPLACING
             ALL  "("            BY  " "
             ALL  ")"            BY  " "
         MOVE  SPACES                TO  PDF-NEXT-TITLE
         STRING  "Page "                  DELIMITED  BY  SIZE
                 TOC-PAGE-ED              DELIMITED  BY  SIZE
                 " - "                    DELIMITED  BY  SIZE
                 TOC-LEAD-TEXT            DELIMITED  BY  SIZE
                 INTO    PDF-NEXT-TITLE
         SET  PDF-NEXT-TITLED        TO  TRUE
         MOVE  CUR-PAGE-NUM          TO  TOC-LAST-PAGE
         GO TO  1170-TOC-ENTRY-X.
**   Without the sidecar open (a server started in PDF mode taking
**   an RTF or HTML request) the page still gets its target; there
**   is just no sidecar line for it.
     IF  TOC-SIDECAR-CLOSED
         MOVE  CUR-PAGE-NUM          TO  TOC-LAST-PAGE
         GO TO  1170-TOC-ENTRY-X.
     MOVE  1                     TO  TOC-PTR.
     IF  OUTPUT-MODE-HTML
         STRING  "<a href=""#P"           DELIMITED  BY  SIZE
     IF  FORM-ACTIVE
         PERFORM  1460-FORM-MERGE.

**   A PDF places every run by line and column -- a real line
**   advance moves down a line and back to the margin, the same
**   rows 1460-FORM-MERGE counts; an overprint goes back to the
**   margin of the same line and draws over it (a true overprint,
**   so no bold stands in for it); a no-advance segment carries on
**   from where the last one stopped.
     IF  OUTPUT-MODE-PDF
         IF  CCTL-ZERO
             MOVE  0                 TO  PDF-COL
         ELSE,  IF  NOT  CCTL-NO-SPACE-NO-RETURN
             ADD   1                 TO  PDF-LINE
             MOVE  0                 TO  PDF-COL
         END-IF
         END-IF
     END-IF.

**   CCTL-ZERO's bold-open has to be the very first thing written for
**   this record's content, regardless of whether 1100-SPACING ran
**   before or after this section -- see the comment on CCTL-ZERO in
**   1100-SPACING.
     IF  CCTL-ZERO  AND  NOT  OUTPUT-MODE-PDF
         IF  OUTPUT-MODE-HTML
             STRING  "<b>"   DELIMITED  BY  SIZE
                 INTO    RTF-OUT-REC
 1200-NEXT-BYTE.
**   Overflow guard -- flush with a visible wrap before the next
**   append can run past the record.  Checked between appends, so
**   no escape or entity is ever split down the middle.  A PDF's
**   runs are longer per character, so it flushes no later than
**   PDF-WRAP-CEIL whatever the wrap column.
     IF  ( ( OUT-PTR         >   WRAP-COL )
     OR    ( OUTPUT-MODE-PDF  AND  ( OUT-PTR  >  PDF-WRAP-CEIL ) ) )
     AND ( SUB               <=  INPUT-LEN )
         SET  WRAP-MARK-LINE     TO  TRUE
         PERFORM  1300-WRAP-OUTPUT.
         IF  RTF-IN-REC(SUB:1)       =   ESC
             PERFORM  1210-PCL-LOOKUP
             IF  PCL-MAP-FOUND-IDX      >   0
                 IF  OUTPUT-MODE-PDF
                     PERFORM  1260-PDF-STYLE
                 ELSE,  IF  OUTPUT-MODE-HTML
                     IF  PCL-MAP-HTML-LEN(PCL-MAP-FOUND-IDX) > 0
                         MOVE  PCL-MAP-HTML-LEN(PCL-MAP-FOUND-IDX)
                                             TO  TAG-LEN
                         ADD   TAG-LEN               TO  OUT-PTR
                     END-IF
                 END-IF
                 END-IF
                 IF  PCL-MAP-ACTION-SET-SUPER(PCL-MAP-FOUND-IDX)
                     SET  PCL-POS-SUPER     TO  TRUE
                 END-IF
             END-IF
         END-IF

**       A PDF character goes into the current text run, opened on
**       demand -- see 1270-PDF-GLYPH.
         IF  OUTPUT-MODE-PDF
             PERFORM  1270-PDF-GLYPH
             ADD   1                     TO  SUB
             GO  TO  1200-NEXT-BYTE
         END-IF

         IF  OUTPUT-MODE-HTML
             IF  RTF-IN-REC(SUB:1)       =   "&"
                 MOVE  "&amp;"           TO  RTF-OUT-REC(OUT-PTR:5)
**   twips) so Word lays the 132-column lines out without wrapping;
**   HTML doesn't paginate, so there is nothing to emit there.
**   ESC&l0O (portrait) is the default -- consumed, nothing emitted.
**   A PDF turns its page (792 x 612 points) for the page being
**   built and those after it, and turns it back for a portrait
**   code.
     IF  OUTPUT-MODE-PDF
         IF  PCL-PARAM-VALUE     =   1
             MOVE  792               TO  PDF-PAGE-W
             MOVE  612               TO  PDF-PAGE-H
         ELSE,  IF  PCL-PARAM-VALUE  =   0
             MOVE  612               TO  PDF-PAGE-W
             MOVE  792               TO  PDF-PAGE-H
         END-IF
         END-IF
         GO TO  1230-PCL-ORIENTATION-X.
     IF  ( PCL-PARAM-VALUE   =   1 )  AND  OUTPUT-MODE-RTF
         STRING  "\landscape\paperw15840\paperh12240 "
             DELIMITED  BY  SIZE     INTO    RTF-OUT-REC
**   6-LPI norm.  Out-of-range values are consumed and ignored.
     IF  ( PCL-PARAM-VALUE   <   1 )  OR  ( PCL-PARAM-VALUE  >  16 )
         GO TO  1240-PCL-LPI-X.
**   A PDF gets the leading in points (72/LPI) for the runs placed
**   from here on.
     IF  OUTPUT-MODE-PDF
         PERFORM  1775-PDF-CLOSE-RUN
         COMPUTE  PDF-LEADING    =   72 / PCL-PARAM-VALUE
         GO TO  1240-PCL-LPI-X.
     IF  OUTPUT-MODE-HTML
         COMPUTE  PCL-SETUP-PCT  =   600 / PCL-PARAM-VALUE
         STRING  "<style>body{line-height:"    DELIMITED  BY  SIZE
**   ignored.
     IF  ( PCL-PITCH-CPI     <   5 )  OR  ( PCL-PITCH-CPI  >  30 )
         GO TO  1250-PCL-PITCH-X.
**   A PDF sizes Courier so that many characters fill an inch
**   (120/cpi points) and steps its columns by the same pitch.
     IF  OUTPUT-MODE-PDF
         PERFORM  1775-PDF-CLOSE-RUN
         COMPUTE  PDF-FONT-SIZE  ROUNDED  =   120 / PCL-PITCH-CPI
         COMPUTE  PDF-CHAR-W     ROUNDED  =   72 / PCL-PITCH-CPI
         GO TO  1250-PCL-PITCH-X.
     IF  OUTPUT-MODE-HTML
         COMPUTE  PCL-SETUP-PT   =   120 / PCL-PITCH-CPI
         STRING  "<style>body{font-size:"      DELIMITED  BY  SIZE
 1250-PCL-PITCH-X.  EXIT.
**
*************************************
**
 1260-PDF-STYLE              SECTION.
**   A PCL map code in a PDF.  The run in progress is closed, then
**   the entry's action byte sets the rise and its RTF text is read
**   for the style control words it carries -- the next character
**   opens a run in the face and rise now in force.
     PERFORM  1775-PDF-CLOSE-RUN.
     IF  PCL-MAP-ACTION-SET-SUPER(PCL-MAP-FOUND-IDX)
         MOVE  3                 TO  PDF-RISE.
     IF  PCL-MAP-ACTION-SET-SUB(PCL-MAP-FOUND-IDX)
         MOVE  -3                TO  PDF-RISE.
     IF  PCL-MAP-ACTION-CLEAR-POS(PCL-MAP-FOUND-IDX)
         MOVE  0                 TO  PDF-RISE.
     MOVE  1                     TO  PDF-STY-PTR.
 1260-NEXT-WORD.
     IF  PDF-STY-PTR  >  PCL-MAP-RTF-LEN(PCL-MAP-FOUND-IDX)
         GO TO  1260-PDF-STYLE-X.
     IF  PCL-MAP-RTF-TEXT(PCL-MAP-FOUND-IDX)(PDF-STY-PTR:1)
                                 NOT =   "\"
         ADD   1                 TO  PDF-STY-PTR
         GO TO  1260-NEXT-WORD.
     ADD   1                     TO  PDF-STY-PTR.
     MOVE  SPACES                TO  PDF-STY-WORD.
     MOVE  SPACE                 TO  PDF-STY-PARM.
     MOVE  0                     TO  PDF-STY-WORD-LEN.
 1260-WORD-BYTE.
     IF  PDF-STY-PTR  >  PCL-MAP-RTF-LEN(PCL-MAP-FOUND-IDX)
         GO TO  1260-WORD-DONE.
     IF  ( PCL-MAP-RTF-TEXT(PCL-MAP-FOUND-IDX)(PDF-STY-PTR:1)
                                 <   "a" )
     OR  ( PCL-MAP-RTF-TEXT(PCL-MAP-FOUND-IDX)(PDF-STY-PTR:1)
                                 >   "z" )
         GO TO  1260-WORD-DONE.
     IF  PDF-STY-WORD-LEN        <   10
         ADD   1                 TO  PDF-STY-WORD-LEN
         MOVE  PCL-MAP-RTF-TEXT(PCL-MAP-FOUND-IDX)(PDF-STY-PTR:1)
                             TO  PDF-STY-WORD(PDF-STY-WORD-LEN:1).
     ADD   1                     TO  PDF-STY-PTR.
     GO TO  1260-WORD-BYTE.
 1260-WORD-DONE.
**   Only a zero parameter matters -- \b0, \i0 and \ul0 switch off.
     IF  PDF-STY-PTR  <=  PCL-MAP-RTF-LEN(PCL-MAP-FOUND-IDX)
     AND ( PCL-MAP-RTF-TEXT(PCL-MAP-FOUND-IDX)(PDF-STY-PTR:1)
                                 =   "0" )
         MOVE  "0"               TO  PDF-STY-PARM.
     IF  PDF-STY-WORD            =   "b"
         IF  PDF-STY-PARM        =   "0"
             SET  PDF-BOLD-OFF       TO  TRUE
         ELSE
             SET  PDF-BOLD-ON        TO  TRUE
         END-IF
     ELSE,  IF  PDF-STY-WORD     =   "i"
         IF  PDF-STY-PARM        =   "0"
             SET  PDF-ITALIC-OFF     TO  TRUE
         ELSE
             SET  PDF-ITALIC-ON      TO  TRUE
         END-IF
     ELSE,  IF  PDF-STY-WORD  =   "ul"  OR  "uld"  OR  "ulw"  OR  "uldb"
         IF  PDF-STY-PARM        =   "0"
             SET  PDF-ULINE-OFF      TO  TRUE
         ELSE
             SET  PDF-ULINE-ON       TO  TRUE
         END-IF
     ELSE,  IF  PDF-STY-WORD     =   "ulnone"
         SET  PDF-ULINE-OFF          TO  TRUE
     ELSE,  IF  PDF-STY-WORD     =   "plain"
         SET  PDF-BOLD-OFF           TO  TRUE
         SET  PDF-ITALIC-OFF         TO  TRUE
         SET  PDF-ULINE-OFF          TO  TRUE
     END-IF
     END-IF
     END-IF
     END-IF
     END-IF.
     GO TO  1260-NEXT-WORD.
 1260-PDF-STYLE-X.  EXIT.
**
*************************************
**
 1270-PDF-GLYPH              SECTION.
**   One report character into the PDF text run, which is opened
**   first if the last one was closed.  "(", ")" and "\" are
**   escaped; a Roman-8 byte with a loaded \'xx translation goes in
**   as the \ooo octal of that ANSI byte (the fonts are declared
**   WinAnsiEncoding); anything else goes in as is.  Every character
**   steps the column, whatever it took to write it.
     IF  PDF-RUN-CLOSED
         PERFORM  1770-PDF-OPEN-RUN.
     ADD   1                     TO  PDF-COL.
     IF  RTF-IN-REC(SUB:1)       =   "("  OR  ")"  OR  "\"
         MOVE  "\"               TO  RTF-OUT-REC(OUT-PTR:1)
         MOVE  RTF-IN-REC(SUB:1) TO  RTF-OUT-REC(OUT-PTR + 1:1)
         ADD   2                 TO  OUT-PTR
         GO TO  1270-PDF-GLYPH-X.
     MOVE  RTF-IN-REC(SUB:1)     TO  R8-CHAR-BYTE.
     IF  R8-MAP-ACTIVE
     AND ( R8-CHAR-CODE          >   127 )
     AND ( R8-MAP-RTF-LEN(R8-CHAR-CODE + 1)  =  4 )
     AND ( R8-MAP-RTF-TEXT(R8-CHAR-CODE + 1)(1:2)  =  "\'" )
         MOVE  R8-MAP-RTF-TEXT(R8-CHAR-CODE + 1)(3:1)
                                 TO  PDF-CHAR-BYTE
         PERFORM  1275-PDF-HEX-DIGIT
         COMPUTE  PDF-HEX-VAL    =   PDF-HEX-DIGIT * 16
         MOVE  R8-MAP-RTF-TEXT(R8-CHAR-CODE + 1)(4:1)
                                 TO  PDF-CHAR-BYTE
         PERFORM  1275-PDF-HEX-DIGIT
         ADD   PDF-HEX-DIGIT     TO  PDF-HEX-VAL
         DIVIDE  PDF-HEX-VAL  BY  64  GIVING  PDF-OCT-1
                                 REMAINDER  PDF-OCT-WORK
         DIVIDE  PDF-OCT-WORK  BY  8  GIVING  PDF-OCT-2
                                 REMAINDER  PDF-OCT-3
         STRING  "\"  PDF-OCT-1  PDF-OCT-2  PDF-OCT-3
                                 DELIMITED  BY  SIZE
                 INTO    RTF-OUT-REC
                 WITH    POINTER     OUT-PTR
         GO TO  1270-PDF-GLYPH-X.
     MOVE  RTF-IN-REC(SUB:1)     TO  RTF-OUT-REC(OUT-PTR:1).
     ADD   1                     TO  OUT-PTR.
 1270-PDF-GLYPH-X.  EXIT.
**
*************************************
**
 1275-PDF-HEX-DIGIT          SECTION.
**   PDF-CHAR-BYTE as a hex digit, either case; anything else is 0.
     IF  ( PDF-CHAR-BYTE  >=  "0" )  AND  ( PDF-CHAR-BYTE  <=  "9" )
         COMPUTE  PDF-HEX-DIGIT  =   PDF-CHAR-CODE - 48
     ELSE,  IF  ( PDF-CHAR-BYTE  >=  "a" )
            AND ( PDF-CHAR-BYTE  <=  "f" )
         COMPUTE  PDF-HEX-DIGIT  =   PDF-CHAR-CODE - 87
     ELSE,  IF  ( PDF-CHAR-BYTE  >=  "A" )
            AND ( PDF-CHAR-BYTE  <=  "F" )
         COMPUTE  PDF-HEX-DIGIT  =   PDF-CHAR-CODE - 55
     ELSE
         MOVE  0                 TO  PDF-HEX-DIGIT.
 1275-PDF-HEX-DIGIT-X.  EXIT.
**
*************************************
**
 1300-WRAP-OUTPUT            SECTION.
**   Flush the output buffer as its own record so the caller can
**   The event is logged through 0050-LOG-ERROR (once per input
**   record) but NOT counted in ERROR-CNT -- a wrapped line is a
**   converted line, and keeping the batch going is the point.
**
**   A PDF's open text run is closed off first, so every record
**   stands on its own; the next character re-opens one at its own
**   column, so the split never shows on the page.
     IF  OUTPUT-MODE-PDF
         PERFORM  1775-PDF-CLOSE-RUN.
     IF  PRESCAN-ON
         MOVE  1                 TO  OUT-PTR
         GO TO  1300-WRAP-OUTPUT-X.
         MOVE  RTF-OUT-REC(1:RTF-REC-LEN)
                             TO  HTML-OUT-REC(1:RTF-REC-LEN)
         WRITE  HTML-OUT-REC
     ELSE,  IF  OUTPUT-MODE-PDF
         PERFORM  1700-PDF-PUT-REC
     ELSE
         WRITE  RTF-OUT-REC.
     ADD  1                  TO  RECS-WRITTEN-CNT.
 1430-DATA-HEADER-ROW        SECTION.
**   The column-name row every data file (and every split data
**   file) opens with -- the field names off the layout, joined by
**   the same delimiter as the rows, so the import labels itself
**   (and HP2BAL finds its balancing columns by these names).
**   Counts in RECS-WRITTEN-CNT like any other written row.
     MOVE  1                     TO  OUT-PTR.
     MOVE  1                     TO  LAYT-FIELD-IDX.
     IF  OUT-PTR             >   WRAP-SPACING-CEIL
         SET  WRAP-MARK-NONE     TO  TRUE
         PERFORM  1300-WRAP-OUTPUT.
**   A PDF draws the row on its own line of the page instead.
     IF  OUTPUT-MODE-PDF
         MOVE  FORM-ROW-LEN(FORM-I)  TO  PDF-TEXT-LEN
         MOVE  FORM-IMAGE-ROW(FORM-I)(1:PDF-TEXT-LEN)
                                     TO  PDF-TEXT
         MOVE  FORM-I                TO  PDF-TEXT-LINE
         MOVE  1                     TO  PDF-TEXT-FONT
         PERFORM  1785-PDF-DRAW-TEXT
         ADD   1                     TO  FORM-I
         GO TO  1450-ROW-NEXT.
     IF  OUTPUT-MODE-HTML
         STRING  "<br> "     DELIMITED  BY  SIZE
             INTO    RTF-OUT-REC
     ADD   1                     TO  FORM-J.
     GO TO  1460-COL-NEXT.
 1460-FORM-MERGE-X.  EXIT.
**
*************************************
**
 1500-REDACT-LINE            SECTION.
**   Mask the input line in place with every rule 0036-PICK-
**   REDACT-RULES picked for this document -- see RDR-TABLE.  Each
**   stretch masked adds one to REDACT-MASK-CNT; a column range
**   that holds nothing but blanks on this line isn't counted.
     MOVE  1                     TO  RDR-IDX.
 1500-RULE-NEXT.
     IF  RDR-IDX             >   RDR-CNT
         GO TO  1500-REDACT-LINE-X.
     IF  RDR-IS-PICKED(RDR-IDX)
         IF  RDR-TYPE-COLS(RDR-IDX)
             PERFORM  1510-MASK-COLS
         ELSE
             PERFORM  1520-MASK-TEXT
         END-IF
     END-IF.
     ADD   1                     TO  RDR-IDX.
     GO TO  1500-RULE-NEXT.
 1500-REDACT-LINE-X.  EXIT.
**
*************************************
**
 1510-MASK-COLS              SECTION.
**   Blot out RDR-IDX's column range -- counted from column 1 of the
**   report text like an RTFLAYT FIELD, shortened when the line is.
     COMPUTE  RDR-POS        =   RDR-START(RDR-IDX) + 1.
     IF  RDR-POS             >   INPUT-LEN
         GO TO  1510-MASK-COLS-X.
     MOVE  RDR-WIDTH(RDR-IDX)    TO  RDR-SPAN.
     IF  RDR-POS + RDR-SPAN - 1  >   INPUT-LEN
         COMPUTE  RDR-SPAN   =   INPUT-LEN - RDR-POS + 1.
     IF  RTF-IN-REC(RDR-POS:RDR-SPAN)    =   SPACES
         GO TO  1510-MASK-COLS-X.
     MOVE  ALL  "*"              TO  RTF-IN-REC(RDR-POS:RDR-SPAN).
     ADD   1                     TO  REDACT-MASK-CNT.
 1510-MASK-COLS-X.  EXIT.
**
*************************************
**
 1520-MASK-TEXT              SECTION.
**   Blot out every occurrence of RDR-IDX's text on the line,
**   left to right, skipping the CCTL byte.  A masked stretch is
**   stepped over whole, so the asterisks just put down can't be
**   matched again.
     MOVE  2                     TO  RDR-POS.
 1520-TRY-POS.
     IF  RDR-POS + RDR-TEXT-LEN(RDR-IDX) - 1     >   INPUT-LEN
         GO TO  1520-MASK-TEXT-X.
     IF  RDR-HAS-WILD(RDR-IDX)
         PERFORM  1530-WILD-COMPARE
     ELSE,  IF  RTF-IN-REC(RDR-POS:RDR-TEXT-LEN(RDR-IDX))
            =   RDR-TEXT(RDR-IDX)(1:RDR-TEXT-LEN(RDR-IDX))
         SET  RDR-HIT            TO  TRUE
     ELSE
         SET  RDR-MISS           TO  TRUE.
     IF  RDR-MISS
         ADD   1                 TO  RDR-POS
         GO TO  1520-TRY-POS.
     MOVE  ALL  "*"              TO
                 RTF-IN-REC(RDR-POS:RDR-TEXT-LEN(RDR-IDX)).
     ADD   1                     TO  REDACT-MASK-CNT.
     ADD   RDR-TEXT-LEN(RDR-IDX) TO  RDR-POS.
     GO TO  1520-TRY-POS.
 1520-MASK-TEXT-X.  EXIT.
**
*************************************
**
 1530-WILD-COMPARE           SECTION.
**   Byte-for-byte compare of RDR-IDX's text against the line at
**   RDR-POS, where a "#" in the text takes any digit.
     SET  RDR-HIT                TO  TRUE.
     MOVE  1                     TO  RDR-CHAR-IDX.
 1530-COMPARE-NEXT.
     IF  RDR-CHAR-IDX        >   RDR-TEXT-LEN(RDR-IDX)
         GO TO  1530-WILD-COMPARE-X.
     COMPUTE  RDR-CMP-POS    =   RDR-POS + RDR-CHAR-IDX - 1.
     IF  RDR-TEXT(RDR-IDX)(RDR-CHAR-IDX:1)   =   "#"
         IF  ( RTF-IN-REC(RDR-CMP-POS:1)     <   "0" )
         OR  ( RTF-IN-REC(RDR-CMP-POS:1)     >   "9" )
             SET  RDR-MISS       TO  TRUE
         END-IF
     ELSE,  IF  RTF-IN-REC(RDR-CMP-POS:1)
            <>  RDR-TEXT(RDR-IDX)(RDR-CHAR-IDX:1)
         SET  RDR-MISS           TO  TRUE.
     IF  RDR-MISS
         GO TO  1530-WILD-COMPARE-X.
     ADD   1                     TO  RDR-CHAR-IDX.
     GO TO  1530-COMPARE-NEXT.
 1530-WILD-COMPARE-X.  EXIT.
**
*************************************
**
 1600-CHECK-EXCEPTIONS       SECTION.
**   Look at one stdlist line for a failure marker -- the MPE
**   messages first, then the RTFTRIG phrases; the first marker
**   found is the line's one hit.  An ":EOJ" line is remembered
**   for 1620-WRITE-EXCEPTIONS, and every line moves the "last
**   line seen" mark a missing-:EOJ hit is reported against.
     MOVE  CUR-PAGE-NUM          TO  EXC-LAST-PAGE.
     MOVE  INPUT-REC-NUM         TO  EXC-LAST-LINE.
     IF  INPUT-LEN           <   5
         GO TO  1600-CHECK-EXCEPTIONS-X.
     IF  RTF-IN-REC(2:4)     =   ":EOJ"
         SET  EOJ-SEEN               TO  TRUE
         GO TO  1600-CHECK-EXCEPTIONS-X.
     MOVE  CUR-PAGE-NUM          TO  EXC-HIT-PAGE.
     MOVE  INPUT-REC-NUM         TO  EXC-HIT-LINE.
     MOVE  RTF-IN-REC(2:INPUT-LEN - 1)   TO  EXC-HIT-TEXT.
**   "(CIERR 976)" rides on the error-state message itself, so that
**   one is tested ahead of the plain CI-error test.
     MOVE  0                     TO  EXC-TALLY.
     INSPECT  RTF-IN-REC(2:INPUT-LEN - 1)  TALLYING  EXC-TALLY
              FOR  ALL  "PROGRAM TERMINATED IN AN ERROR STATE".
     IF  EXC-TALLY           >   0
         MOVE  "TERM"                TO  EXC-HIT-KIND
         PERFORM  1610-ADD-EXCEPTION
         GO TO  1600-CHECK-EXCEPTIONS-X.
     INSPECT  RTF-IN-REC(2:INPUT-LEN - 1)  TALLYING  EXC-TALLY
              FOR  ALL  "ABORT:"
                  ALL  "ABORTED".
     IF  EXC-TALLY           >   0
         MOVE  "ABRT"                TO  EXC-HIT-KIND
         PERFORM  1610-ADD-EXCEPTION
         GO TO  1600-CHECK-EXCEPTIONS-X.
     INSPECT  RTF-IN-REC(2:INPUT-LEN - 1)  TALLYING  EXC-TALLY
              FOR  ALL  "CIERR ".
     IF  EXC-TALLY           >   0
         MOVE  "CIER"                TO  EXC-HIT-KIND
         PERFORM  1610-ADD-EXCEPTION
         GO TO  1600-CHECK-EXCEPTIONS-X.
     MOVE  1                     TO  TRIG-IDX.
 1600-TRIGGER-NEXT.
     IF  TRIG-IDX            >   TRIG-CNT
         GO TO  1600-CHECK-EXCEPTIONS-X.
     INSPECT  RTF-IN-REC(2:INPUT-LEN - 1)  TALLYING  EXC-TALLY
              FOR  ALL  TRIG-TEXT(TRIG-IDX)(1:TRIG-LEN(TRIG-IDX)).
     IF  EXC-TALLY           >   0
         MOVE  "TRIG"                TO  EXC-HIT-KIND
         PERFORM  1610-ADD-EXCEPTION
         GO TO  1600-CHECK-EXCEPTIONS-X.
     ADD   1                     TO  TRIG-IDX.
     GO TO  1600-TRIGGER-NEXT.
 1600-CHECK-EXCEPTIONS-X.  EXIT.
**
*************************************
**
 1610-ADD-EXCEPTION          SECTION.
**   Hold the hit in EXC-HIT for the document -- past EXC-TAB-MAX
**   they are only counted, and 1620 writes the count as one MORE
**   record.
     ADD   1                     TO  TOTAL-EXCP-CNT.
     DISPLAY  "HP2RTF: STDLIST EXCEPTION "  EXC-HIT-KIND
              " IN JOB "  JOB-NAME-TEXT
              " PAGE "  EXC-HIT-PAGE  " LINE "  EXC-HIT-LINE.
     IF  EXC-TAB-CNT         >=  EXC-TAB-MAX
         ADD   1                 TO  EXC-OVER-CNT
         GO TO  1610-ADD-EXCEPTION-X.
     ADD   1                     TO  EXC-TAB-CNT.
     MOVE  EXC-HIT               TO  EXC-ENTRY(EXC-TAB-CNT).
 1610-ADD-EXCEPTION-X.  EXIT.
**
*************************************
**
 1620-WRITE-EXCEPTIONS       SECTION.
**   The document just cataloged is finished -- a stdlist that never
**   reached its :EOJ gets that hit too, then every hit goes to
**   RTFEXCP under the document's catalog key (or, uncataloged,
**   under the time of writing), and the table is emptied for the
**   next document.  A key some other job already holds just moves
**   on to the next hit sequence number, the same way
**   0070-WRITE-CATALOG steps past a taken CAT-KEY.
     IF  NOT  IS-STDLIST
         GO TO  1620-RESET.
     IF  EOJ-NOT-SEEN
         MOVE  "NEOJ"                TO  EXC-HIT-KIND
         MOVE  EXC-LAST-PAGE         TO  EXC-HIT-PAGE
         MOVE  EXC-LAST-LINE         TO  EXC-HIT-LINE
         MOVE  "NO :EOJ -- JOB DID NOT RUN TO THE END"
                                     TO  EXC-HIT-TEXT
         PERFORM  1610-ADD-EXCEPTION.
     IF  ( EXC-TAB-CNT  =  0 )  OR  EXCP-INACTIVE
         GO TO  1620-RESET.
     MOVE  SPACES                TO  EXCP-REC.
     IF  CAT-WRITTEN
         MOVE  CAT-KEY               TO  EXC-CAT-KEY
         MOVE  "Y"                   TO  EXC-CATALOGED
     ELSE
         ACCEPT  CAT-WORK-DATE       FROM  DATE
         ACCEPT  CAT-WORK-TIME       FROM  TIME
         IF  CAT-WORK-YY         <   70
             COMPUTE  EXC-DATE   =   20000000  +  CAT-WORK-DATE
         ELSE
             COMPUTE  EXC-DATE   =   19000000  +  CAT-WORK-DATE
         END-IF
         MOVE  CAT-WORK-TIME(1:6)    TO  EXC-TIME
         MOVE  0                     TO  EXC-SEQ
         MOVE  "N"                   TO  EXC-CATALOGED.
     MOVE  JOB-NAME-TEXT         TO  EXC-JOB-NAME.
     MOVE  JOB-AUTHOR-TEXT       TO  EXC-AUTHOR.
     IF  BATCH-MODE-ON  OR  SERVER-MODE-ON
         MOVE  BATCH-IN-NAME         TO  EXC-IN-NAME
     ELSE
         MOVE  "RTFFROM"             TO  EXC-IN-NAME.
     MOVE  DOC-OUT-NAME          TO  EXC-OUT-NAME.
     MOVE  0                     TO  EXC-NEXT-SEQ.
     MOVE  1                     TO  EXC-TAB-IDX.
 1620-WRITE-NEXT.
     IF  EXC-TAB-IDX         >   EXC-TAB-CNT
         GO TO  1620-WRITE-MORE.
     MOVE  EXC-TAB-KIND(EXC-TAB-IDX)     TO  EXC-KIND.
     MOVE  EXC-TAB-PAGE(EXC-TAB-IDX)     TO  EXC-PAGE.
     MOVE  EXC-TAB-LINE(EXC-TAB-IDX)     TO  EXC-LINE.
     MOVE  EXC-TAB-TEXT(EXC-TAB-IDX)     TO  EXC-TEXT.
     PERFORM  1630-PUT-EXCEPTION.
     ADD   1                     TO  EXC-TAB-IDX.
     GO TO  1620-WRITE-NEXT.
 1620-WRITE-MORE.
     IF  EXC-OVER-CNT        =   0
         GO TO  1620-RESET.
     MOVE  EXC-OVER-CNT          TO  EXC-OVER-ED.
     MOVE  "MORE"                TO  EXC-KIND.
     MOVE  EXC-LAST-PAGE         TO  EXC-PAGE.
     MOVE  EXC-LAST-LINE         TO  EXC-LINE.
     MOVE  SPACES                TO  EXC-TEXT.
     STRING  EXC-OVER-ED         DELIMITED  BY  SIZE
             " FURTHER HITS IN THIS JOB NOT LISTED"
                                 DELIMITED  BY  SIZE
             INTO    EXC-TEXT.
     PERFORM  1630-PUT-EXCEPTION.
 1620-RESET.
     MOVE  0                     TO  EXC-TAB-CNT  EXC-OVER-CNT.
     SET  EOJ-NOT-SEEN           TO  TRUE.
 1620-WRITE-EXCEPTIONS-X.  EXIT.
**
*************************************
**
 1630-PUT-EXCEPTION          SECTION.
**   A stream job shares RTFEXCP with the other streams -- see
**   STREAM-VAR-NAME -- and writes under EXCLUSIVE.
     MOVE  0                     TO  EXC-RETRY-CNT.
     IF  STREAM-NUM          >   0
         EXCLUSIVE  EXCP-FILE.
 1630-NEXT-SEQ.
     ADD   1                     TO  EXC-NEXT-SEQ.
     MOVE  EXC-NEXT-SEQ          TO  EXC-HIT-SEQ.
     WRITE  EXCP-REC
         INVALID  KEY
             IF  ( EXCP-FILE-STATUS  =  "22" )
             AND ( EXC-RETRY-CNT  <  999 )
             AND ( EXC-NEXT-SEQ  <  9999 )
                 ADD   1                 TO  EXC-RETRY-CNT
                 GO TO  1630-NEXT-SEQ
             ELSE
                 DISPLAY  "HP2RTF: EXCEPTION WRITE REJECTED; STATUS = "
                          EXCP-FILE-STATUS
                          " -- RUN IS OTHERWISE UNAFFECTED".
     IF  STREAM-NUM          >   0
         UN-EXCLUSIVE  EXCP-FILE.
 1630-PUT-EXCEPTION-X.  EXIT.
**
*************************************
**
 1700-PDF-PUT-REC            SECTION.
**   Write the content record in RTF-OUT-REC(1:RTF-REC-LEN) into the
**   open page's stream.  A record fronted by the PDF-PAGE-MARK
**   closes the page (at the size the mark carries) and opens the
**   next before the rest of it goes out.  A TOC title waiting from
**   1170-TOC-ENTRY belongs to the page this record lands on.
     IF  ( RTF-REC-LEN           >=  13 )
     AND ( RTF-OUT-REC(1:5)      =   "%PAGE" )
         MOVE  RTF-OUT-REC(1:13)     TO  PDF-PAGE-MARK
         MOVE  RTF-REC-LEN           TO  PDF-SAVE-LEN
         MOVE  PDF-MARK-W            TO  PDF-CLOSE-W
         MOVE  PDF-MARK-H            TO  PDF-CLOSE-H
         PERFORM  1730-PDF-CLOSE-PAGE
         PERFORM  1720-PDF-OPEN-PAGE
         COMPUTE  RTF-REC-LEN    =   PDF-SAVE-LEN - 13
         IF  RTF-REC-LEN         >   0
             MOVE  RTF-OUT-REC(14:RTF-REC-LEN)   TO  PDF-OUT-REC
         END-IF
     ELSE,  IF  RTF-REC-LEN      >   0
         MOVE  RTF-OUT-REC(1:RTF-REC-LEN)    TO  PDF-OUT-REC
     END-IF
     END-IF.
     WRITE  PDF-OUT-REC.
     ADD   RTF-REC-LEN, 1        TO  PDF-FILE-POS.
     IF  PDF-NEXT-TITLED
         MOVE  PDF-NEXT-TITLE        TO  PDF-PAGE-TITLE
         SET  PDF-PAGE-TITLED        TO  TRUE
         SET  PDF-NEXT-UNTITLED      TO  TRUE.
 1700-PDF-PUT-REC-X.  EXIT.
**
*************************************
**
 1710-PDF-BEGIN              SECTION.
**   Start a PDF document -- header line, the four Courier font
**   objects (3-6), and the first page.  Objects 1, 2, 7 and 8 (the
**   catalog, page tree, outline root and info) are written by
**   1740-PDF-FINISH once the pages are known.  The drawing state
**   is left alone, so a split carries the page setup over.
     MOVE  0                     TO  PDF-FILE-POS     PDF-PAGE-NUM
                                     PDF-OBJ-CNT      PDF-OUTLINE-CNT
                                     PDF-FIRST-ITEM   PDF-HELD-ITEM
                                     PDF-HELD-PREV.
     IF  TOC-ON
         MOVE  4                 TO  PDF-PER-PAGE
     ELSE
         MOVE  3                 TO  PDF-PER-PAGE.
     SET  PDF-NEXT-UNTITLED      TO  TRUE.
     MOVE  1                     TO  PDF-PTR.
     STRING  "%PDF-1.4"          DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     MOVE  1                     TO  PDF-OBJ-IDX.
 1710-NEXT-FONT.
     IF  PDF-OBJ-IDX             >   4
         GO TO  1710-FONTS-DONE.
     COMPUTE  PDF-MARK-OBJ       =   PDF-OBJ-IDX + 2.
     PERFORM  1765-PDF-OBJ-START.
     STRING  "<< /Type /Font /Subtype /Type1 /BaseFont /"
                                     DELIMITED  BY  SIZE
             PDF-FONT-NAME(PDF-OBJ-IDX)  DELIMITED  BY  SPACE
             " /Encoding /WinAnsiEncoding >>"
                                     DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
     ADD   1                     TO  PDF-OBJ-IDX.
     GO TO  1710-NEXT-FONT.
 1710-FONTS-DONE.
     PERFORM  1720-PDF-OPEN-PAGE.
 1710-PDF-BEGIN-X.  EXIT.
**
*************************************
**
 1720-PDF-OPEN-PAGE          SECTION.
**   Page n's objects are numbered from 9 + (n-1) * PDF-PER-PAGE:
**   the content stream, its length, the page object and (TOC on)
**   the page's bookmark.  The stream is opened here; everything
**   else is written when the page closes.
     ADD   1                     TO  PDF-PAGE-NUM.
     COMPUTE  PDF-OBJ-NUM  =  9 + ( PDF-PAGE-NUM - 1 ) * PDF-PER-PAGE.
     IF  ( PDF-OBJ-NUM + PDF-PER-PAGE - 1 )  >  PDF-OBJ-MAX
         DISPLAY  "HP2RTF: PDF DOCUMENT HAS MORE THAN "  PDF-OBJ-MAX
                  " OBJECTS AT PAGE "  PDF-PAGE-NUM
         DISPLAY  "HP2RTF: RAISE PDF-OBJ-MAX AND RECOMPILE TO "
                  "CONVERT IT AS ONE DOCUMENT"
         CALL INTRINSIC "QUIT"  USING  \1\.
     MOVE  PDF-OBJ-NUM           TO  PDF-MARK-OBJ.
     PERFORM  1765-PDF-OBJ-START.
     COMPUTE  PDF-NUM            =   PDF-OBJ-NUM + 1.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  "<< /Length "       DELIMITED  BY  SIZE
             PDF-NUM-TEXT        DELIMITED  BY  SPACE
             " 0 R >>"           DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     STRING  "stream"            DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     MOVE  PDF-FILE-POS          TO  PDF-STREAM-START.
     SET  PDF-PAGE-UNTITLED      TO  TRUE.
 1720-PDF-OPEN-PAGE-X.  EXIT.
**
*************************************
**
 1730-PDF-CLOSE-PAGE         SECTION.
**   Close the open page's stream and write the rest of its objects.
**   The stream length leaves out the line feed ahead of "endstream".
**   With TOC on, a titled page becomes the held bookmark -- the one
**   held before it can now be written, pointing on to it.
     COMPUTE  PDF-STREAM-LEN     =   PDF-FILE-POS - PDF-STREAM-START.
     IF  PDF-STREAM-LEN          >   0
         SUBTRACT  1             FROM  PDF-STREAM-LEN.
     STRING  "endstream"         DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
     COMPUTE  PDF-MARK-OBJ       =   PDF-OBJ-NUM + 1.
     PERFORM  1765-PDF-OBJ-START.
     MOVE  PDF-STREAM-LEN        TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  PDF-NUM-TEXT        DELIMITED  BY  SPACE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
     COMPUTE  PDF-MARK-OBJ       =   PDF-OBJ-NUM + 2.
     PERFORM  1765-PDF-OBJ-START.
     MOVE  PDF-CLOSE-W           TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     MOVE  PDF-NUM-TEXT          TO  PDF-NUM-TEXT-2.
     MOVE  PDF-CLOSE-H           TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  "<< /Type /Page /Parent 2 0 R /MediaBox [0 0 "
                                 DELIMITED  BY  SIZE
             PDF-NUM-TEXT-2      DELIMITED  BY  SPACE
             " "                 DELIMITED  BY  SIZE
             PDF-NUM-TEXT        DELIMITED  BY  SPACE
             "]"                 DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     STRING  "/Resources << /Font << /F1 3 0 R /F2 4 0 R "
             "/F3 5 0 R /F4 6 0 R >> >>"
                                 DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     MOVE  PDF-OBJ-NUM           TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  "/Contents "        DELIMITED  BY  SIZE
             PDF-NUM-TEXT        DELIMITED  BY  SPACE
             " 0 R >>"           DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
     IF  PDF-PER-PAGE            =   3
         GO TO  1730-PDF-CLOSE-PAGE-X.
     COMPUTE  PDF-ITEM-NEXT      =   PDF-OBJ-NUM + 3.
**   An untitled page's bookmark number is filled with a null object
**   so the object numbering stays without gaps.
     IF  PDF-PAGE-UNTITLED
         MOVE  PDF-ITEM-NEXT         TO  PDF-MARK-OBJ
         PERFORM  1765-PDF-OBJ-START
         STRING  "null"              DELIMITED  BY  SIZE
                 INTO    PDF-REC     WITH    POINTER     PDF-PTR
         PERFORM  1760-PDF-WRITE-LINE
         PERFORM  1766-PDF-OBJ-END
         GO TO  1730-PDF-CLOSE-PAGE-X.
     IF  PDF-HELD-ITEM           >   0
         PERFORM  1735-PDF-WRITE-ITEM
     ELSE
         MOVE  PDF-ITEM-NEXT         TO  PDF-FIRST-ITEM.
     MOVE  PDF-HELD-ITEM         TO  PDF-HELD-PREV.
     MOVE  PDF-ITEM-NEXT         TO  PDF-HELD-ITEM.
     COMPUTE  PDF-HELD-PAGE      =   PDF-OBJ-NUM + 2.
     MOVE  PDF-PAGE-TITLE        TO  PDF-HELD-TITLE.
     ADD   1                     TO  PDF-OUTLINE-CNT.
 1730-PDF-CLOSE-PAGE-X.  EXIT.
**
*************************************
**
 1735-PDF-WRITE-ITEM         SECTION.
**   Write the held bookmark; PDF-ITEM-NEXT is the one after it, or
**   zero for the last.
     MOVE  PDF-HELD-ITEM         TO  PDF-MARK-OBJ.
     PERFORM  1765-PDF-OBJ-START.
     MOVE  60                    TO  PDF-TEXT-IDX.
 1735-TRIM-TITLE.
     IF  ( PDF-TEXT-IDX          >   1 )
     AND ( PDF-HELD-TITLE(PDF-TEXT-IDX:1)  =  SPACE )
         SUBTRACT  1             FROM  PDF-TEXT-IDX
         GO TO  1735-TRIM-TITLE.
     STRING  "<< /Title ("       DELIMITED  BY  SIZE
             PDF-HELD-TITLE(1:PDF-TEXT-IDX)
                                 DELIMITED  BY  SIZE
             ") /Parent 7 0 R"   DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     IF  PDF-HELD-PREV           >   0
         MOVE  PDF-HELD-PREV         TO  PDF-NUM
         PERFORM  1790-PDF-NUM-TEXT
         STRING  "/Prev "            DELIMITED  BY  SIZE
                 PDF-NUM-TEXT        DELIMITED  BY  SPACE
                 " 0 R"              DELIMITED  BY  SIZE
                 INTO    PDF-REC     WITH    POINTER     PDF-PTR
         PERFORM  1760-PDF-WRITE-LINE.
     IF  PDF-ITEM-NEXT           >   0
         MOVE  PDF-ITEM-NEXT         TO  PDF-NUM
         PERFORM  1790-PDF-NUM-TEXT
         STRING  "/Next "            DELIMITED  BY  SIZE
                 PDF-NUM-TEXT        DELIMITED  BY  SPACE
                 " 0 R"              DELIMITED  BY  SIZE
                 INTO    PDF-REC     WITH    POINTER     PDF-PTR
         PERFORM  1760-PDF-WRITE-LINE.
     MOVE  PDF-HELD-PAGE         TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  "/Dest ["           DELIMITED  BY  SIZE
             PDF-NUM-TEXT        DELIMITED  BY  SPACE
             " 0 R /Fit] >>"     DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
 1735-PDF-WRITE-ITEM-X.  EXIT.
**
*************************************
**
 1740-PDF-FINISH             SECTION.
**   End of a PDF document -- close the last page, write the last
**   bookmark, the outline root, page tree, info and catalog, then
**   the cross-reference table and trailer.
     MOVE  PDF-PAGE-W            TO  PDF-CLOSE-W.
     MOVE  PDF-PAGE-H            TO  PDF-CLOSE-H.
     PERFORM  1730-PDF-CLOSE-PAGE.
     IF  PDF-HELD-ITEM           >   0
         MOVE  0                     TO  PDF-ITEM-NEXT
         PERFORM  1735-PDF-WRITE-ITEM.
     MOVE  7                     TO  PDF-MARK-OBJ.
     PERFORM  1765-PDF-OBJ-START.
     IF  PDF-OUTLINE-CNT         >   0
         MOVE  PDF-FIRST-ITEM        TO  PDF-NUM
         PERFORM  1790-PDF-NUM-TEXT
         MOVE  PDF-NUM-TEXT          TO  PDF-NUM-TEXT-2
         MOVE  PDF-HELD-ITEM         TO  PDF-NUM
         PERFORM  1790-PDF-NUM-TEXT
         STRING  "<< /Type /Outlines /First "
                                     DELIMITED  BY  SIZE
                 PDF-NUM-TEXT-2      DELIMITED  BY  SPACE
                 " 0 R /Last "       DELIMITED  BY  SIZE
                 PDF-NUM-TEXT        DELIMITED  BY  SPACE
                 " 0 R"              DELIMITED  BY  SIZE
                 INTO    PDF-REC     WITH    POINTER     PDF-PTR
         PERFORM  1760-PDF-WRITE-LINE
         MOVE  PDF-OUTLINE-CNT       TO  PDF-NUM
         PERFORM  1790-PDF-NUM-TEXT
         STRING  "/Count "           DELIMITED  BY  SIZE
                 PDF-NUM-TEXT        DELIMITED  BY  SPACE
                 " >>"               DELIMITED  BY  SIZE
                 INTO    PDF-REC     WITH    POINTER     PDF-PTR
     ELSE
         STRING  "<< /Type /Outlines /Count 0 >>"
                                     DELIMITED  BY  SIZE
                 INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
**   Page tree -- ten page references to a line.
     MOVE  2                     TO  PDF-MARK-OBJ.
     PERFORM  1765-PDF-OBJ-START.
     MOVE  PDF-PAGE-NUM          TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  "<< /Type /Pages /Count "
                                 DELIMITED  BY  SIZE
             PDF-NUM-TEXT        DELIMITED  BY  SPACE
             " /Kids ["          DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     MOVE  1                     TO  PDF-OBJ-IDX.
     MOVE  0                     TO  PDF-KIDS-CNT.
 1740-NEXT-KID.
     IF  PDF-OBJ-IDX             >   PDF-PAGE-NUM
         GO TO  1740-KIDS-DONE.
     COMPUTE  PDF-PAGE-OBJ  =  11 + ( PDF-OBJ-IDX - 1 ) * PDF-PER-PAGE.
     MOVE  PDF-PAGE-OBJ          TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  PDF-NUM-TEXT        DELIMITED  BY  SPACE
             " 0 R "             DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     ADD   1                     TO  PDF-KIDS-CNT.
     IF  PDF-KIDS-CNT            =   10
         PERFORM  1760-PDF-WRITE-LINE
         MOVE  0                     TO  PDF-KIDS-CNT.
     ADD   1                     TO  PDF-OBJ-IDX.
     GO TO  1740-NEXT-KID.
 1740-KIDS-DONE.
     IF  PDF-KIDS-CNT            >   0
         PERFORM  1760-PDF-WRITE-LINE.
     STRING  "] >>"              DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
**   Info -- the :JOB line's job name and author, as the other modes
**   carry them in their document header.  Brackets and backslashes
**   would end or escape the PDF string, so they are blanked out.
     MOVE  8                     TO  PDF-MARK-OBJ.
     PERFORM  1765-PDF-OBJ-START.
     MOVE  SPACES                TO  PDF-TEXT.
     IF  JOB-NAME-TEXT           =   SPACES
         MOVE  DOC-OUT-NAME          TO  PDF-TEXT(1:40)
     ELSE
         MOVE  JOB-NAME-TEXT         TO  PDF-TEXT(1:40).
     MOVE  JOB-AUTHOR-TEXT       TO  PDF-TEXT(41:40).
     INSPECT  PDF-TEXT  REPLACING  ALL  "("  BY  SPACE
                                   ALL  ")"  BY  SPACE
                                   ALL  "\"  BY  SPACE.
     STRING  "<< /Title ("       DELIMITED  BY  SIZE
             PDF-TEXT(1:40)      DELIMITED  BY  SPACE
             ") /Author ("       DELIMITED  BY  SIZE
             PDF-TEXT(41:40)     DELIMITED  BY  SPACE
             ")"                 DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     STRING  "/Creator (HP2RTF) /Producer (HP2RTF) >>"
                                 DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
**   Catalog -- opens on the bookmarks when there are any.
     MOVE  1                     TO  PDF-MARK-OBJ.
     PERFORM  1765-PDF-OBJ-START.
     STRING  "<< /Type /Catalog /Pages 2 0 R /Outlines 7 0 R"
                                 DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     IF  PDF-OUTLINE-CNT         >   0
         STRING  " /PageMode /UseOutlines"
                                     DELIMITED  BY  SIZE
                 INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     STRING  " >>"               DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     PERFORM  1766-PDF-OBJ-END.
**   Cross-reference table -- every entry exactly 20 bytes with its
**   line feed, so each line ends in a space.
     MOVE  PDF-FILE-POS          TO  PDF-XREF-POS.
     STRING  "xref"              DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     COMPUTE  PDF-NUM            =   PDF-OBJ-CNT + 1.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  "0 "                DELIMITED  BY  SIZE
             PDF-NUM-TEXT        DELIMITED  BY  SPACE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     STRING  "0000000000 65535 f "
                                 DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     MOVE  1                     TO  PDF-OBJ-IDX.
 1740-NEXT-XREF.
     IF  PDF-OBJ-IDX             >   PDF-OBJ-CNT
         GO TO  1740-XREF-DONE.
     MOVE  PDF-OBJ-OFFSET(PDF-OBJ-IDX)   TO  PDF-XREF-ED.
     STRING  PDF-XREF-ED         DELIMITED  BY  SIZE
             " 00000 n "         DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     ADD   1                     TO  PDF-OBJ-IDX.
     GO TO  1740-NEXT-XREF.
 1740-XREF-DONE.
     STRING  "trailer"           DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     COMPUTE  PDF-NUM            =   PDF-OBJ-CNT + 1.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  "<< /Size "         DELIMITED  BY  SIZE
             PDF-NUM-TEXT        DELIMITED  BY  SPACE
             " /Root 1 0 R /Info 8 0 R >>"
                                 DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     STRING  "startxref"         DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     MOVE  PDF-XREF-POS          TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  PDF-NUM-TEXT        DELIMITED  BY  SPACE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
     STRING  "%%EOF"             DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
 1740-PDF-FINISH-X.  EXIT.
**
*************************************
**
 1750-PDF-NEW-PAGE           SECTION.
**   A page eject in a PDF.  Whatever the buffer holds is still on
**   the old page, so it is written (selection permitting) as a
**   record of its own; the buffer then starts with the PDF-PAGE-
**   MARK, and the page turns when that record is written.
     PERFORM  1775-PDF-CLOSE-RUN.
     IF  ( OUT-PTR  >  1 )  AND  PRESCAN-OFF
         PERFORM  1080-CHECK-PAGE-SELECT
         IF  WRITE-THIS-REC
             COMPUTE  RTF-REC-LEN    =   OUT-PTR - 1
             PERFORM  1700-PDF-PUT-REC
             ADD   1                 TO  RECS-WRITTEN-CNT
         END-IF
     END-IF.
     MOVE  PDF-PAGE-W            TO  PDF-MARK-W.
     MOVE  PDF-PAGE-H            TO  PDF-MARK-H.
     MOVE  PDF-PAGE-MARK         TO  RTF-OUT-REC(1:13).
     MOVE  14                    TO  OUT-PTR.
     MOVE  0                     TO  PDF-LINE    PDF-COL.
 1750-PDF-NEW-PAGE-X.  EXIT.
**
*************************************
**
 1760-PDF-WRITE-LINE         SECTION.
**   Write PDF-REC up to PDF-PTR as one line of the PDF file, keeping
**   the byte count the cross-reference table is built from, and
**   set PDF-PTR back for the next line.
     COMPUTE  PDF-REC-LEN        =   PDF-PTR - 1.
     MOVE  PDF-REC-LEN           TO  RTF-REC-LEN.
     MOVE  PDF-REC(1:PDF-REC-LEN)    TO  PDF-OUT-REC.
     WRITE  PDF-OUT-REC.
     ADD   PDF-REC-LEN, 1        TO  PDF-FILE-POS.
     MOVE  1                     TO  PDF-PTR.
 1760-PDF-WRITE-LINE-X.  EXIT.
**
*************************************
**
 1765-PDF-OBJ-START          SECTION.
**   "n 0 obj" for object PDF-MARK-OBJ, noting where it starts.
     MOVE  PDF-FILE-POS          TO  PDF-OBJ-OFFSET(PDF-MARK-OBJ).
     IF  PDF-MARK-OBJ            >   PDF-OBJ-CNT
         MOVE  PDF-MARK-OBJ          TO  PDF-OBJ-CNT.
     MOVE  PDF-MARK-OBJ          TO  PDF-NUM.
     PERFORM  1790-PDF-NUM-TEXT.
     STRING  PDF-NUM-TEXT        DELIMITED  BY  SPACE
             " 0 obj"            DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
 1765-PDF-OBJ-START-X.  EXIT.
**
*************************************
**
 1766-PDF-OBJ-END            SECTION.
     STRING  "endobj"            DELIMITED  BY  SIZE
             INTO    PDF-REC     WITH    POINTER     PDF-PTR.
     PERFORM  1760-PDF-WRITE-LINE.
 1766-PDF-OBJ-END-X.  EXIT.
**
*************************************
**
 1770-PDF-OPEN-RUN           SECTION.
**   Open a text run at the current line and column, in the face,
**   size and rise in force.  Line 0 is the running header's, at
**   the top margin; report lines go down the page from there.
     COMPUTE  PDF-X  =  PDF-MARGIN + ( PDF-COL * PDF-CHAR-W ).
     COMPUTE  PDF-Y  =  PDF-PAGE-H - PDF-MARGIN
                              - ( PDF-LINE * PDF-LEADING ).
     MOVE  1                     TO  PDF-FONT-NUM.
     IF  PDF-BOLD-ON
         ADD   1                 TO  PDF-FONT-NUM.
     IF  PDF-ITALIC-ON
         ADD   2                 TO  PDF-FONT-NUM.
     MOVE  PDF-FONT-SIZE         TO  PDF-FS-ED.
     MOVE  PDF-X                 TO  PDF-X-ED.
     MOVE  PDF-Y                 TO  PDF-Y-ED.
     STRING  "BT /F"  PDF-FONT-NUM  " "  PDF-FS-ED  " Tf "
             PDF-X-ED  " "  PDF-Y-ED  " Td "
                                 DELIMITED  BY  SIZE
             INTO    RTF-OUT-REC
             WITH    POINTER     OUT-PTR.
     IF  PDF-RISE                NOT =   0
         MOVE  PDF-RISE              TO  PDF-RISE-ED
         STRING  PDF-RISE-ED  " Ts "     DELIMITED  BY  SIZE
                 INTO    RTF-OUT-REC
                 WITH    POINTER     OUT-PTR.
     MOVE  "("                   TO  RTF-OUT-REC(OUT-PTR:1).
     ADD   1                     TO  OUT-PTR.
     MOVE  PDF-COL               TO  PDF-RUN-COL.
     MOVE  PDF-LINE              TO  PDF-RUN-LINE.
     SET  PDF-RUN-OPEN           TO  TRUE.
 1770-PDF-OPEN-RUN-X.  EXIT.
**
*************************************
**
 1775-PDF-CLOSE-RUN          SECTION.
**   Close the open text run, if any; an underlined run gets its
**   rule drawn under the columns it covered.
     IF  PDF-RUN-CLOSED
         GO TO  1775-PDF-CLOSE-RUN-X.
     STRING  ") Tj ET "          DELIMITED  BY  SIZE
             INTO    RTF-OUT-REC
             WITH    POINTER     OUT-PTR.
     SET  PDF-RUN-CLOSED         TO  TRUE.
     IF  PDF-ULINE-OFF  OR  ( PDF-COL  NOT >  PDF-RUN-COL )
         GO TO  1775-PDF-CLOSE-RUN-X.
     COMPUTE  PDF-X  =  PDF-MARGIN + ( PDF-RUN-COL * PDF-CHAR-W ).
     COMPUTE  PDF-X2 =  PDF-MARGIN + ( PDF-COL * PDF-CHAR-W ).
     COMPUTE  PDF-Y  =  PDF-PAGE-H - PDF-MARGIN
                              - ( PDF-RUN-LINE * PDF-LEADING ) - 2.
     MOVE  PDF-X                 TO  PDF-X-ED.
     MOVE  PDF-X2                TO  PDF-X2-ED.
     MOVE  PDF-Y                 TO  PDF-Y-ED.
     STRING  "0.6 w "  PDF-X-ED  " "  PDF-Y-ED  " m "
             PDF-X2-ED  " "  PDF-Y-ED  " l S "
                                 DELIMITED  BY  SIZE
             INTO    RTF-OUT-REC
             WITH    POINTER     OUT-PTR.
 1775-PDF-CLOSE-RUN-X.  EXIT.
**
*************************************
**
 1780-PDF-RESET-STATE        SECTION.
**   Drawing state back to its defaults for a new input file.
     MOVE  612                   TO  PDF-PAGE-W.
     MOVE  792                   TO  PDF-PAGE-H.
     MOVE  12                    TO  PDF-FONT-SIZE   PDF-LEADING.
     MOVE  7.2                   TO  PDF-CHAR-W.
     MOVE  0                     TO  PDF-LINE   PDF-COL   PDF-RISE.
     SET  PDF-BOLD-OFF           TO  TRUE.
     SET  PDF-ITALIC-OFF         TO  TRUE.
     SET  PDF-ULINE-OFF          TO  TRUE.
     SET  PDF-RUN-CLOSED         TO  TRUE.
 1780-PDF-RESET-STATE-X.  EXIT.
**
*************************************
**
 1785-PDF-DRAW-TEXT          SECTION.
**   Draw PDF-TEXT(1:PDF-TEXT-LEN) at the left margin of line
**   PDF-TEXT-LINE in font PDF-TEXT-FONT, as a text run of its own
**   -- any content run open in the buffer is closed first, and the
**   next character reopens it where it left off.
     PERFORM  1775-PDF-CLOSE-RUN.
     COMPUTE  PDF-Y  =  PDF-PAGE-H - PDF-MARGIN
                              - ( PDF-TEXT-LINE * PDF-LEADING ).
     MOVE  PDF-MARGIN            TO  PDF-X.
     MOVE  PDF-FONT-SIZE         TO  PDF-FS-ED.
     MOVE  PDF-X                 TO  PDF-X-ED.
     MOVE  PDF-Y                 TO  PDF-Y-ED.
     STRING  "BT /F"  PDF-TEXT-FONT  " "  PDF-FS-ED  " Tf "
             PDF-X-ED  " "  PDF-Y-ED  " Td ("
                                 DELIMITED  BY  SIZE
             INTO    RTF-OUT-REC
             WITH    POINTER     OUT-PTR.
     MOVE  1                     TO  PDF-TEXT-IDX.
 1785-NEXT-BYTE.
     IF  PDF-TEXT-IDX            >   PDF-TEXT-LEN
         GO TO  1785-END-TEXT.
     IF  PDF-TEXT(PDF-TEXT-IDX:1)  =  "("  OR  ")"  OR  "\"
         MOVE  "\"               TO  RTF-OUT-REC(OUT-PTR:1)
         ADD   1                 TO  OUT-PTR.
     MOVE  PDF-TEXT(PDF-TEXT-IDX:1)  TO  RTF-OUT-REC(OUT-PTR:1).
     ADD   1                     TO  OUT-PTR,    PDF-TEXT-IDX.
     GO TO  1785-NEXT-BYTE.
 1785-END-TEXT.
     STRING  ") Tj ET "          DELIMITED  BY  SIZE
             INTO    RTF-OUT-REC
             WITH    POINTER     OUT-PTR.
 1785-PDF-DRAW-TEXT-X.  EXIT.
**
*************************************
**
 1790-PDF-NUM-TEXT           SECTION.
**   PDF-NUM as digits without leading spaces, in PDF-NUM-TEXT.
     MOVE  PDF-NUM               TO  PDF-NUM-ED.
     MOVE  0                     TO  PDF-NUM-LEAD.
     INSPECT  PDF-NUM-X  TALLYING  PDF-NUM-LEAD  FOR  LEADING  SPACES.
     COMPUTE  PDF-NUM-LEN        =   10 - PDF-NUM-LEAD.
     MOVE  SPACES                TO  PDF-NUM-TEXT.
     MOVE  PDF-NUM-X(PDF-NUM-LEAD + 1:PDF-NUM-LEN)  TO  PDF-NUM-TEXT.
 1790-PDF-NUM-TEXT-X.  EXIT.
