**   RTF_RECON_RC JCW so the job stream can alarm on anything
**   nonzero instead of somebody noticing at month-end.
**
**   A night split into concurrent streams (HP2SCAN's STREAMS parm)
**   still has every line in the one RTFBATCH, tagged with its
**   stream number, and every stream catalogs into the one RTFCAT,
**   so it reconciles as a single run; the findings just name the
**   stream, so the operator knows which stream job to look at.
**
**   Parms come from RECPARM, hand-maintained keyword lines -- the
**   queue-selection ones work exactly like HP2SCAN's SCANPARM
**   (keep the two files saying the same thing, or the watchdog

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

WORKING-STORAGE SECTION.
77  RECPARM-FILE-STATUS      PIC  X(02).
        10  BAT-TAB-NAME         PIC  X(36).
        10  BAT-TAB-CAT-SW       PIC  X(01).
        10  BAT-TAB-QUEUE-SW     PIC  X(01).
        10  BAT-TAB-STREAM       PIC  X(01).
01  BATCH-FIELDS.
    05  BATCH-IN-NAME        PIC  X(78).
    05  BATCH-OUT-NAME       PIC  X(78).
    05  BATCH-STREAM         PIC  X(01).

01  COMMAND-FIELDS.
    05  COMMAND-STRING       PIC  X(200).
             GO TO  0020-BATCH-DONE.
     IF  ( BATCH-REC-LEN  =  0 )  OR  ( BATCH-CTL-REC  =  SPACES )
         GO TO  0020-BATCH-NEXT.
     MOVE  SPACES                TO  BATCH-STREAM.
     UNSTRING  BATCH-CTL-REC  DELIMITED  BY  ALL  SPACE
             INTO    BATCH-IN-NAME,  BATCH-OUT-NAME,  BATCH-STREAM.
     IF  BAT-TAB-CNT         >=  BAT-TAB-MAX
         DISPLAY  "HP2RECON: RTFBATCH HOLDS MORE THAN "
                  BAT-TAB-MAX  " LINES -- THE REST ARE NOT "
     MOVE  BATCH-IN-NAME(1:36)   TO  BAT-TAB-NAME(BAT-TAB-CNT).
     MOVE  "N"                   TO  BAT-TAB-CAT-SW(BAT-TAB-CNT)
                                     BAT-TAB-QUEUE-SW(BAT-TAB-CNT).
     MOVE  BATCH-STREAM          TO  BAT-TAB-STREAM(BAT-TAB-CNT).
     GO TO  0020-BATCH-NEXT.
 0020-BATCH-DONE.
     CLOSE  BATCH-CTL-FILE.
         DISPLAY  "HP2RECON: "  SPOOL-FILE-NAME(1:26)
                  " ("  SPF-JOBNAME  ") IS IN RTFBATCH BUT HAS NO "
                  "CATALOG RECORD -- NOT CONVERTED"
         IF  BAT-TAB-STREAM(BAT-FOUND-IDX)   <>  SPACE
             DISPLAY  "HP2RECON:   ... IT WAS IN STREAM "
                      BAT-TAB-STREAM(BAT-FOUND-IDX)
         END-IF
         PERFORM  0120-CHECK-AGING.
 0110-JUDGE-SPOOL-FILE-X.  EXIT.
**
         DISPLAY  "HP2RECON: BATCH LINE "
                  BAT-TAB-NAME(BAT-TAB-IDX)(1:26)
                  " WAS NEVER CONVERTED AND IS GONE FROM THE "
                  "QUEUE"
         IF  BAT-TAB-STREAM(BAT-TAB-IDX)     <>  SPACE
             DISPLAY  "HP2RECON:   ... IT WAS IN STREAM "
                      BAT-TAB-STREAM(BAT-TAB-IDX)
         END-IF.
     ADD   1                     TO  BAT-TAB-IDX.
     GO TO  0200-LOST-NEXT.
 0200-CHECK-LOST-LINES-X.  EXIT.
