**               so the nightly window can spot done files without
**               losing them), or KEEP (leave the queue alone; the
**               dispose pass then has nothing to do)
**     STREAMS   nn -- split the batch across nn concurrent HP2RTF
**               jobs (01-09; default 01, one job, no split)
**
**   With STREAMS above 01 the scan pass still writes the whole
**   night into RTFBATCH -- the dispose pass and HP2RECON read that
**   one file, so they see every stream as one night's run -- with
**   each line's stream number after its two names, where HP2RTF's
**   UNSTRING never looks.  The lines are dealt out by spool-file
**   size, biggest first, each to the stream with the fewest
**   sectors so far, and every stream n gets its own fresh control
**   file RTFBATn, manifest RTFMANn and error log RTFERRn in the
**   logon group.  Stream job n runs HP2RTF in batch mode with the
**   RTF_STREAM JCW set to n, which points it at those three files.
**   All the stream jobs share the one RTFCAT and RTFEXCP, so each
**   one equates them ;SHR;LOCK (see STREAM-VAR-NAME in HP2RTF).
**   The combined RTFBATCH still runs as a single job when no stream
**   jobs are started (HP2RUNC's chain does just that): the dispose
**   pass finds every RTFMANn empty and takes RTFMANI instead.
**
**   Blank lines and unknown keywords are skipped with a warning,
**   same as a bad PCLMAP row over in HP2RTF.
**
**   When the report-definition file RPTDEF is equated and holds a
**   definition keyed by the JOBNAME pattern, the scan pass takes
**   the report's form id and output-name prefix from it, not from
**   FORMID/OUTPREF lines here (see HP2RDEF), and names the
**   definition to HP2RTF in the RTF_REPORT CI variable so the
**   conversion step picks up the rest of the report's settings.
**   No RPTDEF, or no definition for the pattern, runs off SCANPARM
**   alone as before.
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
**   nothing JCW gate; see 0200-DISPOSE-PASS.
    SELECT  MANIFEST-FILE   ASSIGN  "RTFMANI"
                            FILE STATUS  MANIFEST-FILE-STATUS.
**   Stream mode only -- one stream's control file, manifest and
**   error log at a time, each equated to RTFBATn / RTFMANn /
**   RTFERRn by 0150-WRITE-STREAMS (and, for the manifests, by
**   0230-LOAD-STREAM-MANIFESTS).  Designators of their own, so the
**   RTFBATCH and RTFMANI equates the job stream set up are never
**   disturbed.
    SELECT  STREAM-CTL-FILE ASSIGN  "RTFSBAT"
                            FILE STATUS  STREAM-FILE-STATUS.
    SELECT  STREAM-MAN-FILE ASSIGN  "RTFSMAN"
                            FILE STATUS  STREAM-FILE-STATUS.
    SELECT  STREAM-ERR-FILE ASSIGN  "RTFSERR"
                            FILE STATUS  STREAM-FILE-STATUS.
**   Report definitions, keyed by job-name pattern -- OPTIONAL; see
**   0020-READ-REPORT-DEF.
    SELECT  RPTDEF-FILE     ASSIGN  "RPTDEF"
                            ORGANIZATION  INDEXED
                            ACCESS  DYNAMIC
                            RECORD KEY  RD-PATTERN
                            FILE STATUS  RPTDEF-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

    05  MAN-ERRORS              PIC  9(05).
    05  F                       PIC  X(02).

FD  STREAM-CTL-FILE RECORD  VARYING FROM  0  TO  160
                    DEPENDING ON    BATCH-REC-LEN.
01  STREAM-CTL-REC           PIC  X(160).

FD  STREAM-MAN-FILE RECORD  CONTAINS  100  CHARACTERS.
01  STREAM-MAN-REC           PIC  X(100).

**   Same shape as HP2RTF's RTFERRLOG -- only ever created empty
**   here, for the stream's HP2RTF job to extend.
FD  STREAM-ERR-FILE RECORD  VARYING FROM  0  TO  132
                    DEPENDING ON    BATCH-REC-LEN.
01  STREAM-ERR-REC           PIC  X(132).

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

WORKING-STORAGE SECTION.
77  SCANPARM-FILE-STATUS     PIC  X(02).
77  RPTDEF-FILE-STATUS       PIC  X(02).
77  SPFLIST-FILE-STATUS      PIC  X(02).
77  SPFLIST-REC-LEN          PIC S9(09)  COMP.
77  BATCH-REC-LEN            PIC S9(09)  COMP.
        88  SCAN-DISPOSE-DELETE           VALUE  "DELETE".
        88  SCAN-DISPOSE-MARK             VALUE  "MARK".
        88  SCAN-DISPOSE-KEEP             VALUE  "KEEP".
    05  SCAN-STREAMS         PIC  9(02)  VALUE  1.
        88  SCAN-STREAMED                 VALUE  2  THRU  9.
**   The RPTDEF definition this scan runs under, if any -- its key,
**   handed on to HP2RTF in RTF_REPORT.
    05  SCAN-REPORT          PIC  X(26)  VALUE  SPACES.

**   The @-wildcard job-name match in 0130-MATCH-JOBNAME.
77  PAT-LEN                  PIC S9(04)  COMP.
    05  SPF-FILEDES          PIC  X(10).
    05  SPF-OWNER            PIC  X(17).
    05  SPF-JOBNAME          PIC  X(08).
    05  SPF-SECTORS-X        PIC  X(07).
**   The spool file's size, off the SECTORS column (39-45) -- the
**   weight the stream split balances on.  A column that won't read
**   as a number weighs 1, so the file still gets dealt out.
77  SPF-SECTORS              PIC S9(09)  COMP.

**   Pieces of the control-file line being built -- the spool file's
**   actual-file name ("O123456.OUT.HPSPOOL") and the generated
77  DISPOSED-CNT             PIC S9(09)  COMP  VALUE  0.
77  HELD-CNT                 PIC S9(09)  COMP  VALUE  0.

**   Stream split -- the scan pass's selected lines held back in
**   STRM-TABLE until the whole queue is seen, then dealt out by
**   0140-BALANCE-STREAMS and written by 0150-WRITE-STREAMS.
**   STRM-LOAD-ENTRY keeps each stream's running sector and line
**   totals while the lines are dealt.
77  STREAM-FILE-STATUS       PIC  X(02).
77  STRM-TAB-MAX             PIC S9(04)  COMP  VALUE  500.
77  STRM-TAB-CNT             PIC S9(04)  COMP  VALUE  0.
77  STRM-TAB-IDX             PIC S9(04)  COMP.
77  STRM-NUM                 PIC S9(04)  COMP.
77  STRM-BEST                PIC S9(04)  COMP.
77  STRM-DIGIT               PIC  9(01).
77  STRM-FILE-NAME           PIC  X(08).
77  STRM-EQUATE-STRING       PIC  X(200).
77  STRM-EQUATE-LEN          PIC S9(09)  COMP.
77  STRM-FULL-SW             PIC  X(01)  VALUE  "N".
    88  STRM-TABLE-FULL                   VALUE  "Y".
77  SORT-SWAPPED-SW          PIC  X(01).
    88  SORT-SWAPPED                      VALUE  "Y".
    88  SORT-CLEAN                        VALUE  "N".
01  STRM-TABLE.
    05  STRM-ENTRY           OCCURS  500  TIMES.
        10  STRM-IN-NAME         PIC  X(26).
        10  STRM-OUT-NAME        PIC  X(08).
        10  STRM-SECTORS         PIC S9(09)  COMP.
        10  STRM-STREAM          PIC  9(01).
01  STRM-SWAP-ENTRY.
    05  STRM-SWAP-IN-NAME        PIC  X(26).
    05  STRM-SWAP-OUT-NAME       PIC  X(08).
    05  STRM-SWAP-SECTORS        PIC S9(09)  COMP.
    05  STRM-SWAP-STREAM         PIC  9(01).
01  STRM-LOAD-TABLE.
    05  STRM-LOAD-ENTRY      OCCURS  9  TIMES.
        10  STRM-LOAD-SECTORS    PIC S9(15)  COMP.
        10  STRM-LOAD-LINES      PIC S9(09)  COMP.

**   The manifest folded down to one outcome per input name
**   (latest record wins) -- loaded by 0210-LOAD-MANIFEST, looked
**   up per control-file line by 0220-FIND-MANIFEST.
77  MAN-TAB-CNT              PIC S9(04)  COMP  VALUE  0.
77  MAN-TAB-IDX              PIC S9(04)  COMP.
77  MAN-FOUND-IDX            PIC S9(04)  COMP.
77  MAN-FULL-SW              PIC  X(01)  VALUE  "N".
    88  MAN-TABLE-FULL                    VALUE  "Y".
**   One manifest record, read INTO here from RTFMANI or from a
**   stream's RTFMANn -- the same 100 bytes as MANIFEST-REC.
01  MAN-FOLD-REC.
    05  FOLD-STATUS          PIC  X(04).
    05  F                    PIC  X(01).
    05  FOLD-IN-NAME         PIC  X(36).
    05  FOLD-OUT-NAME        PIC  X(36).
    05  FOLD-PAGES           PIC  9(07).
    05  FOLD-RECS            PIC  9(09).
    05  FOLD-ERRORS          PIC  9(05).
    05  F                    PIC  X(02).
01  MAN-TABLE.
    05  MAN-ENTRY            OCCURS  500  TIMES.
        10  MAN-TAB-NAME         PIC  X(36).
01  BATCH-FIELDS.
    05  BATCH-IN-NAME        PIC  X(78).
    05  BATCH-OUT-NAME       PIC  X(78).
    05  BATCH-STREAM         PIC  X(01).

01  COMMAND-FIELDS.
    05  COMMAND-STRING       PIC  X(200).
**   variable, so a special-forms batch gets its forms overlay
**   (see FORMDEF over there) without anybody typing the id twice.
77  FORMID-VAR-NAME          PIC  X(10)  VALUE  "RTF_FORMID".
**   ... and its report definition through this one, for the same
**   reason.
77  REPORT-VAR-NAME          PIC  X(10)  VALUE  "RTF_REPORT".
**   HP2RTF's error counter, tested before disposing of anything.
77  ERROR-VAR-NAME           PIC  X(10)  VALUE  "RTF_ERRORS".
77  ERROR-JCW                PIC S9(09)  COMP  VALUE  0.
**   What each pass did, handed out as JCWs for HP2RUNC's run
**   ledger -- the scan pass sets the first, the dispose pass the
**   other two.
77  SELECTED-VAR-NAME        PIC  X(14)  VALUE  "RTF_SCAN_FILES".
77  DISPOSED-VAR-NAME        PIC  X(13)  VALUE  "RTF_SCAN_DISP".
77  HELD-VAR-NAME            PIC  X(13)  VALUE  "RTF_SCAN_HELD".

01  GETVAR-FIELDS.
    05  GETVAR-MAX-LEN          PIC S9(09)  COMP.
    END-IF
$CONTROL  LOCON
         #
$DEFINE  %PUTVARINT=
$CONTROL  LOCOFF
     CALL  INTRINSIC  "HPCIPUTVAR"  USING  !1,  GETVAR-STATUS-X
                                           \1\, !2
$CONTROL  LOCON
         #
$DEFINE  %PUTVARSTR=
$CONTROL  LOCOFF
     CALL  INTRINSIC  "HPCIPUTVAR"  USING  !1,  GETVAR-STATUS-X
     %GETVARINT(SCAN-MODE-VAR-NAME#,SCAN-MODE-JCW#)
     IF  SCAN-MODE-JCW       =   1
         PERFORM  0200-DISPOSE-PASS
         %PUTVARINT(DISPOSED-VAR-NAME#,DISPOSED-CNT#)
         %PUTVARINT(HELD-VAR-NAME#,HELD-CNT#)
     ELSE
         PERFORM  0100-SCAN-QUEUE
         %PUTVARINT(SELECTED-VAR-NAME#,SELECTED-CNT#)
     END-IF.
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
         MOVE  SCANPARM-VALUE(1:3)   TO  SCAN-OUTPREF
     ELSE,  IF  SCANPARM-KEYWORD    =   "DISPOSE"
         MOVE  SCANPARM-VALUE(1:6)   TO  SCAN-DISPOSE
     ELSE,  IF  SCANPARM-KEYWORD    =   "STREAMS"
         IF  SCANPARM-VALUE(1:2)     IS  NUMERIC
             MOVE  SCANPARM-VALUE(1:2)   TO  SCAN-STREAMS
         ELSE
             DISPLAY  "HP2SCAN: STREAMS IS NOT A 2-DIGIT NUMBER -- "
                      "LINE IGNORED"
         END-IF
     ELSE
         DISPLAY  "HP2SCAN: UNKNOWN SCANPARM KEYWORD '"
                  SCANPARM-KEYWORD  "' -- LINE IGNORED".
         DISPLAY  "HP2SCAN: DISPOSE MUST BE DELETE, MARK OR KEEP; "
                  "GOT '"  SCAN-DISPOSE  "' -- USING KEEP"
         SET  SCAN-DISPOSE-KEEP      TO  TRUE.
**   One digit of stream number is all the RTFBATn / RTFMANn /
**   RTFERRn names have room for.
     IF  ( SCAN-STREAMS  <  1 )  OR  ( SCAN-STREAMS  >  9 )
         DISPLAY  "HP2SCAN: STREAMS MUST BE 01 THRU 09; GOT "
                  SCAN-STREAMS  " -- USING 01"
         MOVE  1                     TO  SCAN-STREAMS.
 0010-READ-PARMS-X.  EXIT.
**
*************************************
**
 0020-READ-REPORT-DEF        SECTION.
**   The report's own definition, keyed by the JOBNAME pattern
**   exactly as SCANPARM gives it.  Found, its form id and prefix
**   stand in for any FORMID/OUTPREF lines (a blank prefix keeps
**   the default); not found, or no RPTDEF at all, SCANPARM stands
**   as it is.
     MOVE  SPACES                TO  SCAN-REPORT.
     IF  SCAN-JOBNAME-PAT    =   SPACES
         GO TO  0020-READ-REPORT-DEF-X.
     OPEN  INPUT     RPTDEF-FILE.
     IF  RPTDEF-FILE-STATUS      <>  "00"
         DISPLAY  "HP2SCAN: NO RPTDEF FILE (STATUS "
                  RPTDEF-FILE-STATUS  ") -- SCANPARM SETTINGS USED"
         GO TO  0020-READ-REPORT-DEF-X.
     MOVE  SCAN-JOBNAME-PAT      TO  RD-PATTERN.
     READ  RPTDEF-FILE  RECORD  KEY  IS  RD-PATTERN
         INVALID  KEY
             DISPLAY  "HP2SCAN: NO REPORT DEFINITION FOR '"
                      SCAN-JOBNAME-PAT  "' -- SCANPARM SETTINGS USED"
             CLOSE  RPTDEF-FILE
             GO TO  0020-READ-REPORT-DEF-X.
     MOVE  RD-PATTERN            TO  SCAN-REPORT.
     MOVE  RD-FORMID             TO  SCAN-FORMID.
     IF  RD-OUTPREF          <>  SPACES
         MOVE  RD-OUTPREF            TO  SCAN-OUTPREF.
     CLOSE  RPTDEF-FILE.
     DISPLAY  "HP2SCAN: REPORT DEFINITION '"  SCAN-REPORT
              "' -- FORMID '"  SCAN-FORMID  "', OUTPREF '"
              SCAN-OUTPREF  "'".
 0020-READ-REPORT-DEF-X.  EXIT.
**
*************************************
**
 0100-SCAN-QUEUE             SECTION.
**   A FORMID selection also names the forms overlay HP2RTF should
**   by a stdlist batch in the same job would otherwise leave the
**   previous form in force, and HP2RTF would draw the invoice
**   overlay behind the stdlists.  0045-LOAD-FORM over there
**   already reads spaces as "no overlay".  RTF_REPORT goes out
**   the same way, for the same reason.
     PERFORM  0020-READ-REPORT-DEF.
     %PUTVARSTR(FORMID-VAR-NAME#,SCAN-FORMID#)
     IF  NOT  GETVAR-OK
         DISPLAY  "HP2SCAN: COULD NOT SET RTF_FORMID -- CHECK "
                  "WHICH FORMS OVERLAY (IF ANY) HP2RTF PICKS UP".
     %PUTVARSTR(REPORT-VAR-NAME#,SCAN-REPORT#)
     IF  NOT  GETVAR-OK
         DISPLAY  "HP2SCAN: COULD NOT SET RTF_REPORT -- CHECK "
                  "WHICH REPORT DEFINITION (IF ANY) HP2RTF PICKS UP".
**   Build the LISTSPF command -- OWNER/FORMID/DATE selection pushed
**   into SELEQ so the spooler does that filtering, output redirected
**   into a temp file this program then reads back.  The job-name
**   Split the listing line by position -- SPOOLID in 1-8, JOBNUM in
**   10-17, FILEDES in 19-28, OWNER in 53-69, JOBNAME in 71-78.
**   Headings, underlines and the trailing totals line all fail the
**   "#O" test and fall through.  SECTORS in 39-45 is only wanted
**   when the batch is being split into streams.
     IF  SPFLIST-REC-LEN     <   8
         GO TO  0100-SCAN-NEXT.
     MOVE  SPACES                TO  SPF-FIELDS.
         MOVE  SPFLIST-REC(10:8)     TO  SPF-JOBNUM.
     IF  SPFLIST-REC-LEN     >=  28
         MOVE  SPFLIST-REC(19:10)    TO  SPF-FILEDES.
     IF  SPFLIST-REC-LEN     >=  45
         MOVE  SPFLIST-REC(39:7)     TO  SPF-SECTORS-X.
     IF  SPFLIST-REC-LEN     >=  69
         MOVE  SPFLIST-REC(53:17)    TO  SPF-OWNER.
     IF  SPFLIST-REC-LEN     >=  78
     PERFORM  0110-WRITE-CTL-LINE.
     GO TO  0100-SCAN-NEXT.
 0100-SCAN-DONE.
     CLOSE  SPFLIST-FILE.
     IF  SCAN-STREAMED
         PERFORM  0140-BALANCE-STREAMS
         PERFORM  0150-WRITE-STREAMS.
     CLOSE  BATCH-CTL-FILE.
     DISPLAY  "HP2SCAN: "  SELECTED-CNT
              " SPOOL FILE(S) WRITTEN TO RTFBATCH".
 0100-SCAN-QUEUE-X.  EXIT.
**   actual-file name is the spool id with the "#" dropped,
**   qualified into OUT.HPSPOOL; the output name is the prefix plus
**   a running sequence number, so a night's names never collide.
**
**   Splitting into streams, the pair is held in STRM-TABLE instead
**   and written once the whole queue has been seen and dealt out.
     IF  SCAN-STREAMED
     AND STRM-TAB-CNT        >=  STRM-TAB-MAX
         IF  NOT  STRM-TABLE-FULL
             DISPLAY  "HP2SCAN: MORE THAN "  STRM-TAB-MAX
                      " SPOOL FILES TO SPLIT INTO STREAMS -- THE "
                      "REST WAIT FOR THE NEXT RUN"
             SET  STRM-TABLE-FULL    TO  TRUE
         END-IF
         GO TO  0110-WRITE-CTL-LINE-X.
     MOVE  SPACES                TO  SPOOL-FILE-NAME.
     MOVE  1                     TO  CTL-PTR.
     STRING  SPF-SPOOLID(2:7)    DELIMITED  BY  SPACE
             OUT-SEQ-ED          DELIMITED  BY  SIZE
             INTO    OUT-FILE-NAME
             WITH    POINTER     CTL-PTR.
     IF  SCAN-STREAMED
         ADD   1                     TO  STRM-TAB-CNT
         MOVE  SPOOL-FILE-NAME       TO  STRM-IN-NAME(STRM-TAB-CNT)
         MOVE  OUT-FILE-NAME         TO  STRM-OUT-NAME(STRM-TAB-CNT)
         MOVE  0                     TO  STRM-STREAM(STRM-TAB-CNT)
         MOVE  1                     TO  SPF-SECTORS
         INSPECT  SPF-SECTORS-X  REPLACING  LEADING  SPACE  BY  ZERO
         IF  SPF-SECTORS-X           IS  NUMERIC
             MOVE  SPF-SECTORS-X         TO  SPF-SECTORS
             IF  SPF-SECTORS         <   1
                 MOVE  1                     TO  SPF-SECTORS
             END-IF
         END-IF
         MOVE  SPF-SECTORS           TO  STRM-SECTORS(STRM-TAB-CNT)
         ADD   1                     TO  SELECTED-CNT
         GO TO  0110-WRITE-CTL-LINE-X.
     MOVE  SPACES                TO  BATCH-CTL-REC.
     MOVE  1                     TO  CTL-PTR.
     STRING  SPOOL-FILE-NAME     DELIMITED  BY  SPACE
 0130-MATCH-JOBNAME-X.  EXIT.
**
*************************************
**
 0140-BALANCE-STREAMS        SECTION.
**   Deal the held lines out across SCAN-STREAMS streams, balanced
**   on spool-file size: exchange sort biggest first, then each line
**   in turn to whichever stream has the fewest sectors so far (the
**   lowest-numbered on a tie).  Big files placed first keep one
**   month-end monster from landing on a stream that is already
**   full.  500 rows at most, so simple beats clever, as in HP2CATR.
     MOVE  1                     TO  STRM-NUM.
 0140-CLEAR-LOADS.
     IF  STRM-NUM            <=  9
         MOVE  0                 TO  STRM-LOAD-SECTORS(STRM-NUM)
                                     STRM-LOAD-LINES(STRM-NUM)
         ADD   1                 TO  STRM-NUM
         GO TO  0140-CLEAR-LOADS.
 0140-SIZE-PASS.
     SET  SORT-CLEAN             TO  TRUE.
     MOVE  1                     TO  STRM-TAB-IDX.
 0140-SIZE-NEXT.
     IF  STRM-TAB-IDX        >=  STRM-TAB-CNT
         IF  SORT-SWAPPED
             GO TO  0140-SIZE-PASS
         ELSE
             GO TO  0140-DEAL-START.
     IF  STRM-SECTORS(STRM-TAB-IDX)  <   STRM-SECTORS(STRM-TAB-IDX + 1)
         MOVE  STRM-ENTRY(STRM-TAB-IDX)     TO  STRM-SWAP-ENTRY
         MOVE  STRM-ENTRY(STRM-TAB-IDX + 1) TO STRM-ENTRY(STRM-TAB-IDX)
         MOVE  STRM-SWAP-ENTRY         TO  STRM-ENTRY(STRM-TAB-IDX + 1)
         SET  SORT-SWAPPED               TO  TRUE.
     ADD   1                     TO  STRM-TAB-IDX.
     GO TO  0140-SIZE-NEXT.
 0140-DEAL-START.
     MOVE  1                     TO  STRM-TAB-IDX.
 0140-DEAL-NEXT.
     IF  STRM-TAB-IDX        >   STRM-TAB-CNT
         GO TO  0140-NAME-PASS.
     MOVE  1                     TO  STRM-BEST.
     MOVE  2                     TO  STRM-NUM.
 0140-FIND-LIGHTEST.
     IF  STRM-NUM            <=  SCAN-STREAMS
         IF  STRM-LOAD-SECTORS(STRM-NUM)
                             <   STRM-LOAD-SECTORS(STRM-BEST)
             MOVE  STRM-NUM          TO  STRM-BEST
         END-IF
         ADD   1                 TO  STRM-NUM
         GO TO  0140-FIND-LIGHTEST.
     MOVE  STRM-BEST             TO  STRM-STREAM(STRM-TAB-IDX).
     ADD   STRM-SECTORS(STRM-TAB-IDX)  TO  STRM-LOAD-SECTORS(STRM-BEST).
     ADD   1                     TO  STRM-LOAD-LINES(STRM-BEST).
     ADD   1                     TO  STRM-TAB-IDX.
     GO TO  0140-DEAL-NEXT.
**   Back into scan order (the output names carry the running
**   sequence number), so each stream converts in the order the
**   queue listed its files, same as a single job would.
 0140-NAME-PASS.
     SET  SORT-CLEAN             TO  TRUE.
     MOVE  1                     TO  STRM-TAB-IDX.
 0140-NAME-NEXT.
     IF  STRM-TAB-IDX        >=  STRM-TAB-CNT
         IF  SORT-SWAPPED
             GO TO  0140-NAME-PASS
         ELSE
             GO TO  0140-BALANCE-STREAMS-X.
     IF  STRM-OUT-NAME(STRM-TAB-IDX) >   STRM-OUT-NAME(STRM-TAB-IDX + 1)
         MOVE  STRM-ENTRY(STRM-TAB-IDX)     TO  STRM-SWAP-ENTRY
         MOVE  STRM-ENTRY(STRM-TAB-IDX + 1) TO STRM-ENTRY(STRM-TAB-IDX)
         MOVE  STRM-SWAP-ENTRY         TO  STRM-ENTRY(STRM-TAB-IDX + 1)
         SET  SORT-SWAPPED               TO  TRUE.
     ADD   1                     TO  STRM-TAB-IDX.
     GO TO  0140-NAME-NEXT.
 0140-BALANCE-STREAMS-X.  EXIT.
**
*************************************
**
 0150-WRITE-STREAMS          SECTION.
**   First the combined RTFBATCH -- every line, with its stream
**   number as a third token -- then, stream by stream, a fresh
**   RTFBATn holding just that stream's lines, an empty RTFMANn for
**   its HP2RTF job to checkpoint into, and an empty RTFERRn for it
**   to log into.  Every stream gets all three even with no lines
**   dealt to it, so no stream job ever picks up a leftover file
**   from an earlier night.  Any failure here stops the scan: a
**   stream job run against a stale RTFBATn would convert last
**   night's files all over again.
     MOVE  1                     TO  STRM-TAB-IDX.
 0150-COMBINED-NEXT.
     IF  STRM-TAB-IDX        >   STRM-TAB-CNT
         GO TO  0150-STREAM-START.
     PERFORM  0160-BUILD-STREAM-LINE.
     MOVE  " "                   TO  BATCH-CTL-REC(BATCH-REC-LEN + 1:1).
     MOVE  STRM-STREAM(STRM-TAB-IDX)
                                 TO  BATCH-CTL-REC(BATCH-REC-LEN + 2:1).
     ADD   2                     TO  BATCH-REC-LEN.
     WRITE  BATCH-CTL-REC.
     ADD   1                     TO  STRM-TAB-IDX.
     GO TO  0150-COMBINED-NEXT.
 0150-STREAM-START.
     MOVE  1                     TO  STRM-NUM.
 0150-STREAM-NEXT.
     IF  STRM-NUM            >   SCAN-STREAMS
         GO TO  0150-WRITE-STREAMS-X.
     MOVE  STRM-NUM              TO  STRM-DIGIT.
**   The stream's control file.
     MOVE  SPACES                TO  STRM-FILE-NAME.
     STRING  "RTFBAT"            DELIMITED  BY  SIZE
             STRM-DIGIT          DELIMITED  BY  SIZE
             INTO    STRM-FILE-NAME.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE RTFSBAT="     DELIMITED  BY  SIZE
             STRM-FILE-NAME      DELIMITED  BY  SPACE
             ";REC=-160,,V,ASCII;SAVE"
                                 DELIMITED  BY  SIZE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     PERFORM  0170-FRESH-STREAM-FILE.
     OPEN  OUTPUT    STREAM-CTL-FILE.
     IF  STREAM-FILE-STATUS      <>  "00"
         DISPLAY  "HP2SCAN: COULD NOT OPEN "  STRM-FILE-NAME
                  "; STATUS = "  STREAM-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  1                     TO  STRM-TAB-IDX.
 0150-LINE-NEXT.
     IF  STRM-TAB-IDX        >   STRM-TAB-CNT
         GO TO  0150-LINES-DONE.
     IF  STRM-STREAM(STRM-TAB-IDX)   =   STRM-NUM
         PERFORM  0160-BUILD-STREAM-LINE
         MOVE  BATCH-CTL-REC         TO  STREAM-CTL-REC
         WRITE  STREAM-CTL-REC.
     ADD   1                     TO  STRM-TAB-IDX.
     GO TO  0150-LINE-NEXT.
 0150-LINES-DONE.
     CLOSE  STREAM-CTL-FILE.
**   The stream's manifest, empty.
     MOVE  SPACES                TO  STRM-FILE-NAME.
     STRING  "RTFMAN"            DELIMITED  BY  SIZE
             STRM-DIGIT          DELIMITED  BY  SIZE
             INTO    STRM-FILE-NAME.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE RTFSMAN="     DELIMITED  BY  SIZE
             STRM-FILE-NAME      DELIMITED  BY  SPACE
             ";REC=-100,,F,ASCII;SAVE"
                                 DELIMITED  BY  SIZE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     PERFORM  0170-FRESH-STREAM-FILE.
     OPEN  OUTPUT    STREAM-MAN-FILE.
     IF  STREAM-FILE-STATUS      <>  "00"
         DISPLAY  "HP2SCAN: COULD NOT OPEN "  STRM-FILE-NAME
                  "; STATUS = "  STREAM-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     CLOSE  STREAM-MAN-FILE.
**   The stream's error log, empty.
     MOVE  SPACES                TO  STRM-FILE-NAME.
     STRING  "RTFERR"            DELIMITED  BY  SIZE
             STRM-DIGIT          DELIMITED  BY  SIZE
             INTO    STRM-FILE-NAME.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE RTFSERR="     DELIMITED  BY  SIZE
             STRM-FILE-NAME      DELIMITED  BY  SPACE
             ";REC=-132,,V,ASCII;SAVE"
                                 DELIMITED  BY  SIZE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     PERFORM  0170-FRESH-STREAM-FILE.
     OPEN  OUTPUT    STREAM-ERR-FILE.
     IF  STREAM-FILE-STATUS      <>  "00"
         DISPLAY  "HP2SCAN: COULD NOT OPEN "  STRM-FILE-NAME
                  "; STATUS = "  STREAM-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     CLOSE  STREAM-ERR-FILE.
     DISPLAY  "HP2SCAN: STREAM "  STRM-DIGIT  " -- "
              STRM-LOAD-LINES(STRM-NUM)  " SPOOL FILE(S), "
              STRM-LOAD-SECTORS(STRM-NUM)  " SECTORS, IN RTFBAT"
              STRM-DIGIT.
     ADD   1                     TO  STRM-NUM.
     GO TO  0150-STREAM-NEXT.
 0150-WRITE-STREAMS-X.  EXIT.
**
*************************************
**
 0160-BUILD-STREAM-LINE      SECTION.
**   The same "input-name output-name" pair 0110-WRITE-CTL-LINE
**   builds, from the held STRM-TABLE row at STRM-TAB-IDX.
     MOVE  SPACES                TO  BATCH-CTL-REC.
     MOVE  1                     TO  CTL-PTR.
     STRING  STRM-IN-NAME(STRM-TAB-IDX)   DELIMITED  BY  SPACE
             " "                          DELIMITED  BY  SIZE
             STRM-OUT-NAME(STRM-TAB-IDX)  DELIMITED  BY  SPACE
             INTO    BATCH-CTL-REC
             WITH    POINTER     CTL-PTR.
     COMPUTE  BATCH-REC-LEN  =   CTL-PTR - 1.
 0160-BUILD-STREAM-LINE-X.  EXIT.
**
*************************************
**
 0170-FRESH-STREAM-FILE      SECTION.
**   Purge STRM-FILE-NAME, then issue the FILE equate already built
**   in COMMAND-STRING, so the OPEN OUTPUT that follows builds the
**   file new and ;SAVE keeps it -- the same purge-and-equate HP2RTF
**   uses for its split output files.  A nonzero CIERROR from the
**   PURGE just means there was nothing to purge.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     MOVE  COMMAND-STRING        TO  STRM-EQUATE-STRING.
     MOVE  COMMAND-LEN           TO  STRM-EQUATE-LEN.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "PURGE "            DELIMITED  BY  SIZE
             STRM-FILE-NAME      DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     MOVE  STRM-EQUATE-STRING    TO  COMMAND-STRING.
     MOVE  STRM-EQUATE-LEN       TO  COMMAND-LEN.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      <>  0
         DISPLAY  "HP2SCAN: FILE EQUATE FOR "  STRM-FILE-NAME
                  " FAILED; CIERROR = "  COMMAND-RESULT
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0170-FRESH-STREAM-FILE-X.  EXIT.
**
*************************************
**
 0200-DISPOSE-PASS           SECTION.
**   After HP2RTF has run the batch: mark or purge each spool file
**   Without a manifest equated, the old all-or-nothing gate on the
**   RTF_ERRORS JCW still applies: anything nonzero leaves the
**   whole queue untouched.
**
**   Split into streams, the outcomes are in the streams' RTFMANn
**   files instead, all folded into the one table, and the combined
**   RTFBATCH is walked against it as a single night's run.  There
**   is no JCW fallback then -- RTF_ERRORS belongs to whichever
**   stream job set it, not to the night -- so a stream whose
**   manifest can't be read simply has all its files held.
**
**   Stream manifests that are all still empty mean no stream job
**   ran: the night went through the combined RTFBATCH as a single
**   job instead (HP2RUNC's chain always does), and that job's
**   outcomes are in RTFMANI.  Still no JCW gate on that path --
**   without an RTFMANI to read, the queue is left alone.
     IF  SCAN-DISPOSE-KEEP
         DISPLAY  "HP2SCAN: DISPOSE=KEEP -- NOTHING TO DO"
         GO TO  0200-DISPOSE-PASS-X.
     IF  SCAN-STREAMED
         PERFORM  0230-LOAD-STREAM-MANIFESTS
         IF  MAN-TAB-CNT  >  0
             GO TO  0200-DISPOSE-WALK
         END-IF
         DISPLAY  "HP2SCAN: NO STREAM MANIFEST HAS ANY LINES -- "
                  "TAKING THE SINGLE-JOB RUN'S RTFMANI"
         SET  MAN-INACTIVE           TO  TRUE
         PERFORM  0210-LOAD-MANIFEST
         IF  MAN-ACTIVE
             GO TO  0200-DISPOSE-WALK
         ELSE
             DISPLAY  "HP2SCAN: NO RTFMANI FILE EITHER -- "
                      "SPOOL FILES LEFT ALONE"
             GO TO  0200-DISPOSE-PASS-X.
     PERFORM  0210-LOAD-MANIFEST.
     IF  MAN-ACTIVE
         GO TO  0200-DISPOSE-WALK.
             GO TO  0200-DISPOSE-DONE.
     IF  ( BATCH-REC-LEN  =  0 )  OR  ( BATCH-CTL-REC  =  SPACES )
         GO TO  0200-DISPOSE-NEXT.
     MOVE  SPACES                TO  BATCH-STREAM.
     UNSTRING  BATCH-CTL-REC  DELIMITED  BY  ALL  SPACE
             INTO    BATCH-IN-NAME,  BATCH-OUT-NAME,  BATCH-STREAM.

**   Per-line gate -- only a line the manifest shows DONE with zero
**   errors gives up its spool file; everything else is held, one
         IF  MAN-FOUND-IDX       =   0
             DISPLAY  "HP2SCAN: "  BATCH-IN-NAME(1:26)
                      " HAS NO MANIFEST LINE -- SPOOL FILE HELD"
             IF  BATCH-STREAM    <>  SPACE
                 DISPLAY  "HP2SCAN:   ... IT WAS IN STREAM "
                          BATCH-STREAM  " -- SEE RTFMAN"  BATCH-STREAM
             END-IF
             ADD   1                 TO  HELD-CNT
             GO TO  0200-DISPOSE-NEXT
         END-IF
         GO TO  0210-LOAD-MANIFEST-X.
     SET  MAN-ACTIVE             TO  TRUE.
 0210-MANIFEST-NEXT.
     READ  MANIFEST-FILE  INTO  MAN-FOLD-REC
         AT  END
             GO TO  0210-MANIFEST-DONE.
     IF  MAN-FOLD-REC        =   SPACES
         GO TO  0210-MANIFEST-NEXT.
     PERFORM  0215-FOLD-MANIFEST-REC.
     IF  MAN-TABLE-FULL
         GO TO  0210-MANIFEST-DONE.
     GO TO  0210-MANIFEST-NEXT.
 0210-MANIFEST-DONE.
     CLOSE  MANIFEST-FILE.
 0210-LOAD-MANIFEST-X.  EXIT.
**
*************************************
**
 0215-FOLD-MANIFEST-REC      SECTION.
**   Apply the one manifest record in MAN-FOLD-REC to the table --
**   shared by 0210 (RTFMANI) and 0230 (the streams' RTFMANn).
     MOVE  FOLD-IN-NAME          TO  BATCH-IN-NAME.
     PERFORM  0220-FIND-MANIFEST.
     IF  MAN-FOUND-IDX       =   0
         IF  MAN-TAB-CNT     >=  MAN-TAB-MAX
             DISPLAY  "HP2SCAN: MANIFEST HOLDS MORE THAN "
                      MAN-TAB-MAX  " LINES -- THE REST ARE HELD, "
                      "NOT DISPOSED"
             SET  MAN-TABLE-FULL     TO  TRUE
             GO TO  0215-FOLD-MANIFEST-REC-X
         END-IF
         ADD   1                 TO  MAN-TAB-CNT
         MOVE  MAN-TAB-CNT       TO  MAN-FOUND-IDX
         MOVE  FOLD-IN-NAME      TO  MAN-TAB-NAME(MAN-FOUND-IDX).
     MOVE  FOLD-STATUS           TO  MAN-TAB-STATUS(MAN-FOUND-IDX).
     IF  FOLD-ERRORS  IS  NUMERIC
         MOVE  FOLD-ERRORS       TO  MAN-TAB-ERRORS(MAN-FOUND-IDX)
     ELSE
**       A mangled count reads as "not clean" -- held, not purged.
         MOVE  99999             TO  MAN-TAB-ERRORS(MAN-FOUND-IDX).
 0215-FOLD-MANIFEST-REC-X.  EXIT.
**
*************************************
**
     ADD   1                     TO  MAN-TAB-IDX.
     GO TO  0220-FIND-NEXT.
 0220-FIND-MANIFEST-X.  EXIT.
**
*************************************
**
 0230-LOAD-STREAM-MANIFESTS  SECTION.
**   Fold RTFMAN1 .. RTFMANn, one stream at a time through the
**   RTFSMAN designator, into the same table 0210 builds from
**   RTFMANI.  Each spool file is only ever in one stream, so the
**   order the streams are read in doesn't matter.  MAN-ACTIVE is
**   set once any stream's manifest opens; one that won't open is
**   reported and its files fall out of the walk as "no manifest
**   line" -- held.
     MOVE  1                     TO  STRM-NUM.
 0230-STREAM-NEXT.
     IF  ( STRM-NUM  >  SCAN-STREAMS )  OR  MAN-TABLE-FULL
         GO TO  0230-LOAD-STREAM-MANIFESTS-X.
     MOVE  STRM-NUM              TO  STRM-DIGIT.
     MOVE  SPACES                TO  STRM-FILE-NAME.
     STRING  "RTFMAN"            DELIMITED  BY  SIZE
             STRM-DIGIT          DELIMITED  BY  SIZE
             INTO    STRM-FILE-NAME.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "FILE RTFSMAN="     DELIMITED  BY  SIZE
             STRM-FILE-NAME      DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.
     IF  COMMAND-RESULT      <>  0
         DISPLAY  "HP2SCAN: FILE EQUATE FOR "  STRM-FILE-NAME
                  " FAILED; CIERROR = "  COMMAND-RESULT
                  " -- STREAM "  STRM-DIGIT  " FILES HELD"
         GO TO  0230-STREAM-SKIP.
     OPEN  INPUT     STREAM-MAN-FILE.
     IF  STREAM-FILE-STATUS      <>  "00"
         DISPLAY  "HP2SCAN: NO "  STRM-FILE-NAME  " (STATUS "
                  STREAM-FILE-STATUS  ") -- STREAM "  STRM-DIGIT
                  " FILES HELD"
         GO TO  0230-STREAM-SKIP.
     SET  MAN-ACTIVE             TO  TRUE.
 0230-RECORD-NEXT.
     READ  STREAM-MAN-FILE  INTO  MAN-FOLD-REC
         AT  END
             GO TO  0230-RECORDS-DONE.
     IF  MAN-FOLD-REC        =   SPACES
         GO TO  0230-RECORD-NEXT.
     PERFORM  0215-FOLD-MANIFEST-REC.
     IF  MAN-TABLE-FULL
         GO TO  0230-RECORDS-DONE.
     GO TO  0230-RECORD-NEXT.
 0230-RECORDS-DONE.
     CLOSE  STREAM-MAN-FILE.
 0230-STREAM-SKIP.
     ADD   1                     TO  STRM-NUM.
     GO TO  0230-STREAM-NEXT.
 0230-LOAD-STREAM-MANIFESTS-X.  EXIT.
