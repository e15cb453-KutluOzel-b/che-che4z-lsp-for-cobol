003399*                     DATASET'S GOOD ARCHIVE OF AN ALREADY-
003400*                     CLEARED LIVE FILE, WHICH MUST NEVER BE
003401*                     DELETED.
003411*    2026-10-15 RS    POSTREST'S COPY OF RESTREC NOW ALSO
003421*                     RENAMES THE NEW REST-PARTITION-ID BYTE.
003431*    2026-10-15 RS    RENAMES THE NEW REST-FEES-HELD FIELD ON THE
003441*                     POSTING CHECKPOINT COPY OF RESTREC.
003490****************************************************************
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
006253         ==REST-LAST-ABEND-CODE==   BY ==PRST-LAST-ABEND-CODE==
006254         ==REST-CLOSED-SKIPPED==    BY ==PRST-CLOSED-SKIPPED==
006255         ==REST-SUSPENDED-COUNT==   BY ==PRST-SUSPENDED-COUNT==
006256         ==REST-PRIOR-RUN-DATE==    BY ==PRST-PRIOR-RUN-DATE==
006257         ==REST-PARTITION-ID==      BY ==PRST-PARTITION-ID==
006270         ==REST-SINGLE-STREAM==     BY ==PRST-SINGLE-STREAM==
006275         ==REST-MERGED-STREAMS==    BY ==PRST-MERGED-STREAMS==
006280         ==REST-FEES-HELD==         BY ==PRST-FEES-HELD==.
006300*
006400 FD  ABNDFILE
006500     RECORDING MODE IS F.
