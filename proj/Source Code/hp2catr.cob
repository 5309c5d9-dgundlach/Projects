
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

FD  CATREPT-FILE    RECORD  CONTAINS  132  CHARACTERS.
01  CATREPT-REC             PIC  X(132).
