IDENTIFICATION DIVISION.
PROGRAM-ID.         HP2RUNC.
DATE-WRITTEN.       10/15/2026.
AUTHOR.             DAVID POWELL,  MMfab, Inc.
**
**   Nightly run control -- drives the whole conversion chain as
**   one job step instead of seven, and keeps a ledger of what ran:
**
**      1  SCAN      HP2SCAN scan pass     (RTF_SCAN_MODE  0)
**      2  PROFILE   HP2PROF over RTFBATCH (RTF_PROF_BATCH 1)
**      3  CONVERT   HP2RTF batch          (RTF_BATCH_MODE 1)
**      4  INDEX     HP2IDXB
**      5  DISTRIB   HP2DIST
**      6  DISPOSE   HP2SCAN dispose pass  (RTF_SCAN_MODE  1)
**      7  RECON     HP2RECON
**
**   RTFCHECK is not in the chain: it rechecks the one file behind
**   RTFTO/HTMLTO/PDFTO against the counts a single HP2RTF run left
**   in RTF_RECS_OUT and RTF_PAGES, and the batch CONVERT writes a
**   file per RTFBATCH line instead.  Each batch document is sealed
**   as it is cataloged, and HP2FIXA is the check for those.
**
**   Every file equation the steps need (RTFBATCH, RTFMANI, RTFCAT,
**   RTFIDX, DISTLOG, the parm files...) is set in the job stream
**   BEFORE this program runs, exactly as it was for the separate
**   steps -- a :FILE equation outlives the RUN of each program.
**
**   Each step gets two records in the RUNLEDG ledger: a STRT record
**   as it is RUN, and a DONE or FAIL record when it comes back, with
**   the run id (date and time the night's run began), start and end
**   time, the step's return-code JCW, the system JCW, and up to
**   three counts the step exported as JCWs.  A step FAILs when it
**   aborts (RUN refused, or JCW left at FATAL) or when its return
**   code is over the limit in STEP-TABLE below.  A failed step
**   stops the chain before anything later is distributed or any
**   spool file disposed of, and its number goes out in the
**   RTF_RUNC_RC JCW (0 = whole chain DONE) for the job stream to
**   test.
**
**   Rerunning picks up the LAST run in the ledger if it never
**   finished, at the first step without a DONE record -- a STRT
**   with nothing after it (system went down mid-step) counts as not
**   done.  Steps already DONE are not rerun.  HP2RTF's own restart
**   guard still applies: if CONVERT died, RTF_RESTART has to be set
**   back to 1 by hand once the partial output has been looked at,
**   same as before (see RESTART-VAR-NAME over there).
**
**   With the RTF_RUNC_MODE JCW at 1 nothing is run; the ledger is
**   listed instead, the last NIGHTS runs step by step.
**
**   Parms come from RUNPARM, optional, in the SCANPARM style:
**
**     NIGHTS    runs to list in query mode, 01-99 (default 07)
**     NEWRUN    YES -- start a fresh run even though the last one
**               never finished (the operator has cleaned up by
**               hand and wants the whole chain again)
**     PROGGRP   group.account the step programs live in; RUN uses
**               the bare program name (logon group) without it
**
ENVIRONMENT      DIVISION.
CONFIGURATION    SECTION.
INPUT-OUTPUT     SECTION.
FILE-CONTROL.
    SELECT  RUNPARM-FILE    ASSIGN  "RUNPARM"
                            FILE STATUS  RUNPARM-FILE-STATUS.
**   The run ledger -- built once, appended to every night, read
**   back at the top of every run to find where to resume.
    SELECT  RUNLEDG-FILE    ASSIGN  "RUNLEDG"
                            FILE STATUS  RUNLEDG-FILE-STATUS.
DATA    DIVISION.
FILE    SECTION.

FD  RUNPARM-FILE    RECORD  CONTAINS  80  CHARACTERS.
01  RUNPARM-REC.
    05  RUNPARM-KEYWORD         PIC  X(08).
    05  F                       PIC  X(02).
    05  RUNPARM-VALUE           PIC  X(70).

**   Ledger record.  Records for one run are contiguous and in the
**   order they happened; the LATEST record for a run/step is the
**   word on it.
FD  RUNLEDG-FILE    RECORD  CONTAINS  100  CHARACTERS.
01  LEDGER-REC.
    05  LED-RUN-ID.
        10  LED-RUN-DATE        PIC  9(08).
        10  LED-RUN-TIME        PIC  9(06).
    05  LED-STEP-NUM            PIC  9(02).
    05  LED-STEP-NAME           PIC  X(08).
    05  LED-STATUS              PIC  X(04).
        88  LED-STATUS-START              VALUE  "STRT".
        88  LED-STATUS-DONE               VALUE  "DONE".
        88  LED-STATUS-FAIL               VALUE  "FAIL".
    05  LED-START-DATE          PIC  9(08).
    05  LED-START-TIME          PIC  9(06).
    05  LED-END-DATE            PIC  9(08).
    05  LED-END-TIME            PIC  9(06).
    05  LED-SYS-JCW             PIC  9(05).
    05  LED-RC                  PIC  9(09).
    05  LED-COUNT               PIC  9(09)  OCCURS  3  TIMES.
    05  F                       PIC  X(03).

WORKING-STORAGE SECTION.
77  RUNPARM-FILE-STATUS      PIC  X(02).
77  RUNLEDG-FILE-STATUS      PIC  X(02).
77  SUB                      PIC S9(09)  COMP.

01  RUN-PARMS.
    05  RUN-NIGHTS           PIC  9(02)  VALUE  7.
    05  RUN-NEWRUN-SW        PIC  X(01)  VALUE  "N".
        88  RUN-NEWRUN                    VALUE  "Y".
    05  RUN-PROGGRP          PIC  X(17)  VALUE  SPACES.

**   The chain, in running order.  Per step: ledger name, program
**   file, a mode JCW to set before the RUN (and the value), the JCW
**   the step leaves its return code in, the highest return code
**   that still counts as finishing cleanly, and up to three count
**   JCWs copied into the ledger.  A limit of 999999999 means the
**   return code is recorded but never stops the chain on its own:
**   HP2RTF's per-line errors are held back by the dispose pass off
**   RTFMANI, unmapped PCL shows up in RTFERRLOG anyway, and a
**   failed delivery is already in DISTLOG.
01  STEP-TABLE-VALUES.
    05  F  PIC X(33)  VALUE  "SCAN    HP2SCAN RTF_SCAN_MODE   0".
    05  F  PIC X(25)  VALUE  "                000000000".
    05  F  PIC X(16)  VALUE  "RTF_SCAN_FILES  ".
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(33)  VALUE  "PROFILE HP2PROF RTF_PROF_BATCH  1".
    05  F  PIC X(25)  VALUE  "RTF_PROF_GAPS   999999999".
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(33)  VALUE  "CONVERT HP2RTF  RTF_BATCH_MODE  1".
    05  F  PIC X(25)  VALUE  "RTF_ERRORS      999999999".
    05  F  PIC X(16)  VALUE  "RTF_RUN_RECS    ".
    05  F  PIC X(16)  VALUE  "RTF_RUN_PAGES   ".
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(33)  VALUE  "INDEX   HP2IDXB                  ".
    05  F  PIC X(25)  VALUE  "                000000000".
    05  F  PIC X(16)  VALUE  "RTF_IDX_DOCS    ".
    05  F  PIC X(16)  VALUE  "RTF_IDX_POSTED  ".
    05  F  PIC X(16)  VALUE  "RTF_IDX_SKIPPED ".
    05  F  PIC X(33)  VALUE  "DISTRIB HP2DIST                  ".
    05  F  PIC X(25)  VALUE  "RTF_DIST_FAILED 999999999".
    05  F  PIC X(16)  VALUE  "RTF_DIST_SCANNED".
    05  F  PIC X(16)  VALUE  "RTF_DIST_SENT   ".
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(33)  VALUE  "DISPOSE HP2SCAN RTF_SCAN_MODE   1".
    05  F  PIC X(25)  VALUE  "                000000000".
    05  F  PIC X(16)  VALUE  "RTF_SCAN_DISP   ".
    05  F  PIC X(16)  VALUE  "RTF_SCAN_HELD   ".
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(33)  VALUE  "RECON   HP2RECON                 ".
    05  F  PIC X(25)  VALUE  "RTF_RECON_RC    000000000".
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(16)  VALUE  SPACES.
    05  F  PIC X(16)  VALUE  SPACES.
01  STEP-TABLE  REDEFINES  STEP-TABLE-VALUES.
    05  STEP-ENTRY           OCCURS  7  TIMES.
        10  STEP-NAME            PIC  X(08).
        10  STEP-PROG            PIC  X(08).
        10  STEP-SET-VAR         PIC  X(16).
        10  STEP-SET-VALUE       PIC  9(01).
        10  STEP-RC-VAR          PIC  X(16).
        10  STEP-RC-LIMIT        PIC  9(09).
        10  STEP-CNT-VAR         PIC  X(16)  OCCURS  3  TIMES.
77  STEP-TAB-CNT             PIC S9(04)  COMP  VALUE  7.
77  STEP-IDX                 PIC S9(04)  COMP.
77  CNT-IDX                  PIC S9(04)  COMP.

**   Where the last run in the ledger stands -- latest status per
**   step, and whether the step was tried at all (see 0210 for why
**   that matters to the return-code JCW).
77  LAST-RUN-ID              PIC  9(14)  VALUE  0.
01  STEP-STATE-TABLE.
    05  STEP-STATE           OCCURS  7  TIMES.
        10  STEP-LAST-STATUS     PIC  X(04).
        10  STEP-TRIED-SW        PIC  X(01).
            88  STEP-TRIED                    VALUE  "Y".
            88  STEP-NOT-TRIED                VALUE  "N".
77  RESUME-STEP              PIC S9(04)  COMP  VALUE  1.

**   This run's id and the step being run.
01  RUN-ID.
    05  RUN-ID-DATE          PIC  9(08).
    05  RUN-ID-TIME          PIC  9(06).
77  STEP-START-DATE          PIC  9(08).
77  STEP-START-TIME          PIC  9(06).
77  STEP-RC                  PIC S9(09)  COMP.
77  STEP-SYS-JCW             PIC S9(09)  COMP.
77  STEP-COUNT-VALUE         PIC S9(09)  COMP.
77  STEP-RESULT-SW           PIC  X(01).
    88  STEP-CLEAN                        VALUE  "Y".
    88  STEP-FAILED                       VALUE  "N".
77  RUNC-RC                  PIC S9(09)  COMP  VALUE  0.

**   Today and now off ACCEPT FROM DATE / TIME, windowed the shop
**   way -- see 0070-WRITE-CATALOG over in HP2RTF.
01  RUN-DATE-FIELDS.
    05  RUN-WORK-DATE        PIC  9(06).
    05  F  REDEFINES  RUN-WORK-DATE.
        10  RUN-WORK-YY      PIC  9(02).
        10  F                PIC  9(04).
    05  RUN-WORK-TIME        PIC  9(08).
    05  NOW-DATE             PIC  9(08).
    05  NOW-TIME             PIC  9(06).

**   Query mode -- runs in the ledger, and which of them to show.
77  QRY-RUN-TOTAL            PIC S9(09)  COMP  VALUE  0.
77  QRY-RUN-ORDINAL          PIC S9(09)  COMP  VALUE  0.
77  QRY-FIRST-SHOWN          PIC S9(09)  COMP  VALUE  1.
77  QRY-RUN-ID               PIC  9(14)  VALUE  0.
**   A STRT record is held back until the next record shows whether
**   the step came back -- only a STRT with nothing after it (the
**   run died inside the step) is worth a line of its own.
77  QRY-HELD-SW              PIC  X(01)  VALUE  "N".
    88  QRY-HELD                          VALUE  "Y".
    88  QRY-NOT-HELD                      VALUE  "N".
77  QRY-HELD-REC             PIC  X(100).
77  QRY-SHOW-REC             PIC  X(100).
77  QRY-SAVE-REC             PIC  X(100).

01  COMMAND-FIELDS.
    05  COMMAND-STRING       PIC  X(100).
    05  COMMAND-PTR          PIC S9(09)  COMP.
    05  COMMAND-LEN          PIC S9(09)  COMP.
    05  COMMAND-RESULT       PIC S9(09)  COMP.

**   Run vs query -- see the block comment up top.
77  RUNC-MODE-VAR-NAME       PIC  X(13)  VALUE  "RTF_RUNC_MODE".
77  RUNC-MODE-JCW            PIC S9(09)  COMP  VALUE  0.
**   0 = chain DONE, else the number of the step that stopped it.
77  RUNC-RC-VAR-NAME         PIC  X(11)  VALUE  "RTF_RUNC_RC".
**   The system JCW -- a program that aborts (or QUITs) leaves it at
**   FATAL (32768) or above.
77  SYS-JCW-VAR-NAME         PIC  X(03)  VALUE  "JCW".
77  JCW-FATAL                PIC S9(09)  COMP  VALUE  32768.
**   Step-table JCW names go through these on the way to the
**   intrinsics.
77  JCW-VAR-NAME             PIC  X(16).
77  JCW-VALUE                PIC S9(09)  COMP.

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
     PERFORM  0010-READ-PARMS.
     %GETVARINT(RUNC-MODE-VAR-NAME#,RUNC-MODE-JCW#)
     IF  RUNC-MODE-JCW       =   1
         PERFORM  0300-QUERY-LEDGER
     ELSE
         PERFORM  0100-LOAD-LEDGER
         PERFORM  0200-RUN-CHAIN.
     STOP RUN.
 0000-MAIN-X.  EXIT.
**
*************************************
**
 0010-READ-PARMS             SECTION.
**   Load RUNPARM -- optional; every parm has a workable default.
     OPEN  INPUT     RUNPARM-FILE.
     IF  RUNPARM-FILE-STATUS     <>  "00"
         DISPLAY  "HP2RUNC: NO RUNPARM FILE -- USING DEFAULTS"
         GO TO  0010-READ-PARMS-X.
 0010-PARM-NEXT.
     READ  RUNPARM-FILE
         AT  END
             GO TO  0010-PARM-DONE.
     IF  RUNPARM-REC         =   SPACES
         GO TO  0010-PARM-NEXT.
     IF  RUNPARM-KEYWORD     =   "NIGHTS"
         IF  RUNPARM-VALUE(1:2)  IS  NUMERIC
         AND RUNPARM-VALUE(1:2)  <>  "00"
             MOVE  RUNPARM-VALUE(1:2)    TO  RUN-NIGHTS
         ELSE
             DISPLAY  "HP2RUNC: NIGHTS MUST BE 01-99 -- USING "
                      RUN-NIGHTS
         END-IF
     ELSE,  IF  RUNPARM-KEYWORD     =   "NEWRUN"
         IF  RUNPARM-VALUE(1:3)  =   "YES"
             SET  RUN-NEWRUN         TO  TRUE
         END-IF
     ELSE,  IF  RUNPARM-KEYWORD     =   "PROGGRP"
         MOVE  RUNPARM-VALUE(1:17)   TO  RUN-PROGGRP
     ELSE
         DISPLAY  "HP2RUNC: UNKNOWN RUNPARM KEYWORD '"
                  RUNPARM-KEYWORD  "' -- LINE IGNORED".
     GO TO  0010-PARM-NEXT.
 0010-PARM-DONE.
     CLOSE  RUNPARM-FILE.
 0010-READ-PARMS-X.  EXIT.
**
*************************************
**
 0020-STAMP-NOW              SECTION.
**   NOW-DATE / NOW-TIME for a ledger record.
     ACCEPT  RUN-WORK-DATE       FROM  DATE.
     ACCEPT  RUN-WORK-TIME       FROM  TIME.
     IF  RUN-WORK-YY         <   70
         COMPUTE  NOW-DATE   =   20000000  +  RUN-WORK-DATE
     ELSE
         COMPUTE  NOW-DATE   =   19000000  +  RUN-WORK-DATE.
     MOVE  RUN-WORK-TIME(1:6)    TO  NOW-TIME.
 0020-STAMP-NOW-X.  EXIT.
**
*************************************
**
 0100-LOAD-LEDGER            SECTION.
**   Read the whole ledger once, keeping only the state of the LAST
**   run in it, and decide whether tonight resumes that run or
**   starts a new one.  The ledger has to exist -- a run with no
**   ledger could not be resumed, which is the point of it.
     OPEN  INPUT     RUNLEDG-FILE.
     IF  RUNLEDG-FILE-STATUS     <>  "00"
         DISPLAY  "HP2RUNC: COULD NOT OPEN RUNLEDG; STATUS = "
                  RUNLEDG-FILE-STATUS
         DISPLAY  "HP2RUNC: BUILD THE RUN LEDGER (100-BYTE RECORDS) "
                  "AND EQUATE IT TO THIS JOB, THEN RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     PERFORM  0110-CLEAR-STEP-STATE.
 0100-LEDGER-NEXT.
     READ  RUNLEDG-FILE
         AT  END
             GO TO  0100-LEDGER-DONE.
     IF  LED-RUN-ID          <>  LAST-RUN-ID
         MOVE  LED-RUN-ID            TO  LAST-RUN-ID
         PERFORM  0110-CLEAR-STEP-STATE.
     IF  ( LED-STEP-NUM  >=  1 )
     AND ( LED-STEP-NUM  <=  STEP-TAB-CNT )
         MOVE  LED-STATUS        TO  STEP-LAST-STATUS(LED-STEP-NUM)
         SET  STEP-TRIED(LED-STEP-NUM)   TO  TRUE.
     GO TO  0100-LEDGER-NEXT.
 0100-LEDGER-DONE.
     CLOSE  RUNLEDG-FILE.

**   First step of the last run without a DONE record.
     MOVE  1                     TO  RESUME-STEP.
 0100-FIND-RESUME.
     IF  RESUME-STEP         <=  STEP-TAB-CNT
         IF  STEP-LAST-STATUS(RESUME-STEP)   =   "DONE"
             ADD   1             TO  RESUME-STEP
             GO TO  0100-FIND-RESUME.

     IF  LAST-RUN-ID         =   0
     OR  RESUME-STEP         >   STEP-TAB-CNT
     OR  RUN-NEWRUN
         IF  RUN-NEWRUN  AND  ( LAST-RUN-ID  <>  0 )
                         AND  ( RESUME-STEP  <=  STEP-TAB-CNT )
             DISPLAY  "HP2RUNC: NEWRUN YES -- RUN "  LAST-RUN-ID
                      " IS LEFT UNFINISHED"
         END-IF
         PERFORM  0020-STAMP-NOW
         MOVE  NOW-DATE              TO  RUN-ID-DATE
         MOVE  NOW-TIME              TO  RUN-ID-TIME
         MOVE  1                     TO  RESUME-STEP
         PERFORM  0110-CLEAR-STEP-STATE
         DISPLAY  "HP2RUNC: STARTING RUN "  RUN-ID-DATE  "-"
                  RUN-ID-TIME
     ELSE
         MOVE  LAST-RUN-ID           TO  RUN-ID
         DISPLAY  "HP2RUNC: RESUMING RUN "  RUN-ID-DATE  "-"
                  RUN-ID-TIME  " AT STEP "  RESUME-STEP  " "
                  STEP-NAME(RESUME-STEP).
 0100-LOAD-LEDGER-X.  EXIT.
**
*************************************
**
 0110-CLEAR-STEP-STATE       SECTION.
     MOVE  1                     TO  STEP-IDX.
 0110-CLEAR-NEXT.
     IF  STEP-IDX            >   STEP-TAB-CNT
         GO TO  0110-CLEAR-STEP-STATE-X.
     MOVE  SPACES                TO  STEP-LAST-STATUS(STEP-IDX).
     SET  STEP-NOT-TRIED(STEP-IDX)   TO  TRUE.
     ADD   1                     TO  STEP-IDX.
     GO TO  0110-CLEAR-NEXT.
 0110-CLEAR-STEP-STATE-X.  EXIT.
**
*************************************
**
 0200-RUN-CHAIN              SECTION.
**   Run the steps in order from RESUME-STEP, stopping at the first
**   one that does not finish cleanly.
     OPEN  EXTEND    RUNLEDG-FILE.
     IF  RUNLEDG-FILE-STATUS     <>  "00"
         DISPLAY  "HP2RUNC: COULD NOT OPEN RUNLEDG FOR APPEND; "
                  "STATUS = "  RUNLEDG-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  RESUME-STEP           TO  STEP-IDX.
 0200-STEP-NEXT.
     IF  STEP-IDX            >   STEP-TAB-CNT
         GO TO  0200-CHAIN-DONE.
     PERFORM  0210-RUN-ONE-STEP.
     IF  STEP-FAILED
         MOVE  STEP-IDX              TO  RUNC-RC
         GO TO  0200-CHAIN-DONE.
     ADD   1                     TO  STEP-IDX.
     GO TO  0200-STEP-NEXT.
 0200-CHAIN-DONE.
     CLOSE  RUNLEDG-FILE.
     %PUTVARINT(RUNC-RC-VAR-NAME#,RUNC-RC#)
     IF  RUNC-RC             =   0
         DISPLAY  "HP2RUNC: RUN "  RUN-ID-DATE  "-"  RUN-ID-TIME
                  " COMPLETE"
     ELSE
         DISPLAY  "HP2RUNC: RUN "  RUN-ID-DATE  "-"  RUN-ID-TIME
                  " STOPPED AT STEP "  RUNC-RC  " "
                  STEP-NAME(RUNC-RC)
         DISPLAY  "HP2RUNC: FIX THE CAUSE AND RERUN HP2RUNC -- IT "
                  "PICKS UP AT THAT STEP".
 0200-RUN-CHAIN-X.  EXIT.
**
*************************************
**
 0210-RUN-ONE-STEP           SECTION.
**   One step: set its JCWs, log STRT, RUN it, judge it, log the
**   outcome.
**
**   The return-code JCW is zeroed only the FIRST time a step is
**   tried in a run -- HP2RTF adds each line's errors into
**   RTF_ERRORS, and after a resumed CONVERT the count has to cover
**   the lines the earlier attempt converted too, or the dispose
**   pass's no-manifest fallback would release them.  Count JCWs and
**   the system JCW are zeroed every time, so a step that dies early
**   can't be credited with numbers left over from somebody else --
**   which is why a count JCW in STEP-TABLE must be one the step
**   itself sets, never one an earlier step left for it to read.
     IF  STEP-SET-VAR(STEP-IDX)  <>  SPACES
         MOVE  STEP-SET-VAR(STEP-IDX)    TO  JCW-VAR-NAME
         MOVE  STEP-SET-VALUE(STEP-IDX)  TO  JCW-VALUE
         %PUTVARINT(JCW-VAR-NAME#,JCW-VALUE#)
     END-IF.
     MOVE  0                     TO  JCW-VALUE.
     IF  STEP-RC-VAR(STEP-IDX)   <>  SPACES
     AND STEP-NOT-TRIED(STEP-IDX)
         MOVE  STEP-RC-VAR(STEP-IDX)     TO  JCW-VAR-NAME
         %PUTVARINT(JCW-VAR-NAME#,JCW-VALUE#)
     END-IF.
     MOVE  1                     TO  CNT-IDX.
 0210-ZERO-COUNT-NEXT.
     IF  CNT-IDX             <=  3
         IF  STEP-CNT-VAR(STEP-IDX, CNT-IDX)     <>  SPACES
             MOVE  STEP-CNT-VAR(STEP-IDX, CNT-IDX)   TO  JCW-VAR-NAME
             %PUTVARINT(JCW-VAR-NAME#,JCW-VALUE#)
         END-IF
         ADD   1                 TO  CNT-IDX
         GO TO  0210-ZERO-COUNT-NEXT.
     %PUTVARINT(SYS-JCW-VAR-NAME#,JCW-VALUE#)
     SET  STEP-TRIED(STEP-IDX)   TO  TRUE.

     PERFORM  0020-STAMP-NOW.
     MOVE  NOW-DATE              TO  STEP-START-DATE.
     MOVE  NOW-TIME              TO  STEP-START-TIME.
     MOVE  SPACES                TO  LEDGER-REC.
     MOVE  RUN-ID                TO  LED-RUN-ID.
     MOVE  STEP-IDX              TO  LED-STEP-NUM.
     MOVE  STEP-NAME(STEP-IDX)   TO  LED-STEP-NAME.
     SET  LED-STATUS-START       TO  TRUE.
     MOVE  STEP-START-DATE       TO  LED-START-DATE.
     MOVE  STEP-START-TIME       TO  LED-START-TIME.
     MOVE  0                     TO  LED-END-DATE  LED-END-TIME
                                     LED-SYS-JCW  LED-RC
                                     LED-COUNT(1)  LED-COUNT(2)
                                     LED-COUNT(3).
     WRITE  LEDGER-REC.
     DISPLAY  "HP2RUNC: STEP "  STEP-IDX  " "  STEP-NAME(STEP-IDX)
              " -- RUN "  STEP-PROG(STEP-IDX).

     MOVE  SPACES                TO  COMMAND-STRING.
     MOVE  1                     TO  COMMAND-PTR.
     STRING  "RUN "                  DELIMITED  BY  SIZE
             STEP-PROG(STEP-IDX)     DELIMITED  BY  SPACE
             INTO    COMMAND-STRING
             WITH    POINTER     COMMAND-PTR.
     IF  RUN-PROGGRP         <>  SPACES
         STRING  "."                 DELIMITED  BY  SIZE
                 RUN-PROGGRP         DELIMITED  BY  SPACE
                 INTO    COMMAND-STRING
                 WITH    POINTER     COMMAND-PTR.
     COMPUTE  COMMAND-LEN    =   COMMAND-PTR - 1.
     CALL  INTRINSIC  "COMMAND"  USING   COMMAND-STRING
                                         COMMAND-LEN
                                GIVING   COMMAND-RESULT.

**   Judge it.  Reset the system JCW once read, so a step that
**   aborted doesn't take this program's own job step down with it
**   -- RTF_RUNC_RC is how the stream hears about it.
     %GETVARINT(SYS-JCW-VAR-NAME#,STEP-SYS-JCW#)
     MOVE  0                     TO  JCW-VALUE.
     %PUTVARINT(SYS-JCW-VAR-NAME#,JCW-VALUE#)
     MOVE  0                     TO  STEP-RC.
     IF  STEP-RC-VAR(STEP-IDX)   <>  SPACES
         MOVE  STEP-RC-VAR(STEP-IDX)     TO  JCW-VAR-NAME
         %GETVARINT(JCW-VAR-NAME#,STEP-RC#)
     END-IF.
     SET  STEP-CLEAN             TO  TRUE.
     IF  COMMAND-RESULT      >   0
         DISPLAY  "HP2RUNC: RUN "  STEP-PROG(STEP-IDX)
                  " FAILED; CIERROR = "  COMMAND-RESULT
         SET  STEP-FAILED        TO  TRUE
     ELSE,  IF  STEP-SYS-JCW        >=  JCW-FATAL
         DISPLAY  "HP2RUNC: "  STEP-PROG(STEP-IDX)
                  " ABORTED; JCW = "  STEP-SYS-JCW
         SET  STEP-FAILED        TO  TRUE
     ELSE,  IF  STEP-RC             >   STEP-RC-LIMIT(STEP-IDX)
         DISPLAY  "HP2RUNC: "  STEP-RC-VAR(STEP-IDX)
                  " = "  STEP-RC  " -- OVER THE LIMIT OF "
                  STEP-RC-LIMIT(STEP-IDX)
         SET  STEP-FAILED        TO  TRUE.

     PERFORM  0020-STAMP-NOW.
     MOVE  NOW-DATE              TO  LED-END-DATE.
     MOVE  NOW-TIME              TO  LED-END-TIME.
     IF  STEP-CLEAN
         SET  LED-STATUS-DONE    TO  TRUE
     ELSE
         SET  LED-STATUS-FAIL    TO  TRUE.
     MOVE  STEP-SYS-JCW          TO  LED-SYS-JCW.
     MOVE  STEP-RC               TO  LED-RC.
     MOVE  1                     TO  CNT-IDX.
 0210-GET-COUNT-NEXT.
     IF  CNT-IDX             <=  3
         MOVE  0                 TO  STEP-COUNT-VALUE
         IF  STEP-CNT-VAR(STEP-IDX, CNT-IDX)     <>  SPACES
             MOVE  STEP-CNT-VAR(STEP-IDX, CNT-IDX)   TO  JCW-VAR-NAME
             %GETVARINT(JCW-VAR-NAME#,STEP-COUNT-VALUE#)
         END-IF
         MOVE  STEP-COUNT-VALUE  TO  LED-COUNT(CNT-IDX)
         ADD   1                 TO  CNT-IDX
         GO TO  0210-GET-COUNT-NEXT.
     WRITE  LEDGER-REC.
     DISPLAY  "HP2RUNC: STEP "  STEP-IDX  " "  STEP-NAME(STEP-IDX)
              " "  LED-STATUS  "  RC: "  LED-RC.
 0210-RUN-ONE-STEP-X.  EXIT.
**
*************************************
**
 0300-QUERY-LEDGER           SECTION.
**   List the last RUN-NIGHTS runs.  Two passes over the ledger:
**   the first counts the runs, the second skips all but the last
**   RUN-NIGHTS of them and lists those.
     OPEN  INPUT     RUNLEDG-FILE.
     IF  RUNLEDG-FILE-STATUS     <>  "00"
         DISPLAY  "HP2RUNC: COULD NOT OPEN RUNLEDG; STATUS = "
                  RUNLEDG-FILE-STATUS
         DISPLAY  "HP2RUNC: EQUATE THE RUN LEDGER TO THIS JOB AND "
                  "RERUN"
         CALL  INTRINSIC  "QUIT"  USING  \1\.
 0300-COUNT-NEXT.
     READ  RUNLEDG-FILE
         AT  END
             GO TO  0300-COUNT-DONE.
     IF  LED-RUN-ID          <>  QRY-RUN-ID
         MOVE  LED-RUN-ID            TO  QRY-RUN-ID
         ADD   1                     TO  QRY-RUN-TOTAL.
     GO TO  0300-COUNT-NEXT.
 0300-COUNT-DONE.
     CLOSE  RUNLEDG-FILE.
     COMPUTE  QRY-FIRST-SHOWN    =   QRY-RUN-TOTAL - RUN-NIGHTS + 1.
     IF  QRY-FIRST-SHOWN     <   1
         MOVE  1                     TO  QRY-FIRST-SHOWN.

     OPEN  INPUT     RUNLEDG-FILE.
     IF  RUNLEDG-FILE-STATUS     <>  "00"
         DISPLAY  "HP2RUNC: COULD NOT REOPEN RUNLEDG; STATUS = "
                  RUNLEDG-FILE-STATUS
         CALL  INTRINSIC  "QUIT"  USING  \1\.
     MOVE  0                     TO  QRY-RUN-ID.
 0300-LIST-NEXT.
     READ  RUNLEDG-FILE
         AT  END
             GO TO  0300-LIST-DONE.
**   A held STRT is answered by the very next record if that is the
**   same run and step coming back; anything else means the step
**   never came back, and the STRT gets its own line.
     IF  QRY-HELD
         MOVE  QRY-HELD-REC          TO  QRY-SHOW-REC
         IF  QRY-SHOW-REC(1:16)  <>  LEDGER-REC(1:16)
         OR  LED-STATUS-START
             PERFORM  0310-SHOW-RECORD
         END-IF
         SET  QRY-NOT-HELD           TO  TRUE.
     IF  LED-RUN-ID          <>  QRY-RUN-ID
         MOVE  LED-RUN-ID            TO  QRY-RUN-ID
         ADD   1                     TO  QRY-RUN-ORDINAL
         IF  QRY-RUN-ORDINAL     >=  QRY-FIRST-SHOWN
             DISPLAY  " "
             DISPLAY  "RUN "  LED-RUN-DATE  "-"  LED-RUN-TIME
         END-IF.
     IF  QRY-RUN-ORDINAL     <   QRY-FIRST-SHOWN
         GO TO  0300-LIST-NEXT.
     IF  LED-STATUS-START
         MOVE  LEDGER-REC            TO  QRY-HELD-REC
         SET  QRY-HELD               TO  TRUE
     ELSE
         MOVE  LEDGER-REC            TO  QRY-SHOW-REC
         PERFORM  0310-SHOW-RECORD.
     GO TO  0300-LIST-NEXT.
 0300-LIST-DONE.
     IF  QRY-HELD
         MOVE  QRY-HELD-REC          TO  QRY-SHOW-REC
         PERFORM  0310-SHOW-RECORD.
     CLOSE  RUNLEDG-FILE.
     DISPLAY  " ".
     DISPLAY  "HP2RUNC: "  QRY-RUN-TOTAL  " RUN(S) IN THE LEDGER".
 0300-QUERY-LEDGER-X.  EXIT.
**
*************************************
**
 0310-SHOW-RECORD            SECTION.
**   One ledger record (in QRY-SHOW-REC) as a step line, plus its
**   counts labelled with the JCW each came from.  Borrows
**   LEDGER-REC for the field names and puts the record just read
**   back before returning.
     MOVE  LEDGER-REC            TO  QRY-SAVE-REC.
     MOVE  QRY-SHOW-REC          TO  LEDGER-REC.
     IF  LED-STATUS-START
         DISPLAY  "  "  LED-STEP-NUM  " "  LED-STEP-NAME
                  "  STRT  "  LED-START-DATE  " "  LED-START-TIME
                  " -- NO END RECORDED; THE RUN DIED IN THIS STEP"
         GO TO  0310-SHOW-DONE.
     DISPLAY  "  "  LED-STEP-NUM  " "  LED-STEP-NAME
              "  "  LED-STATUS
              "  "  LED-START-DATE  " "  LED-START-TIME
              " - "  LED-END-DATE  " "  LED-END-TIME
              "  RC: "  LED-RC  "  JCW: "  LED-SYS-JCW.
     IF  ( LED-STEP-NUM  <  1 )
     OR  ( LED-STEP-NUM  >  STEP-TAB-CNT )
         GO TO  0310-SHOW-DONE.
     MOVE  1                     TO  CNT-IDX.
 0310-COUNT-NEXT.
     IF  CNT-IDX             <=  3
         IF  STEP-CNT-VAR(LED-STEP-NUM, CNT-IDX)     <>  SPACES
             DISPLAY  "       "  STEP-CNT-VAR(LED-STEP-NUM, CNT-IDX)
                      " "  LED-COUNT(CNT-IDX)
         END-IF
         ADD   1                 TO  CNT-IDX
         GO TO  0310-COUNT-NEXT.
 0310-SHOW-DONE.
     MOVE  QRY-SAVE-REC          TO  LEDGER-REC.
 0310-SHOW-RECORD-X.  EXIT.
