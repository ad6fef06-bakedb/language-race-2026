      *-----------------------------------------------------------
      * HASHHIST.cpy - one observation per file per run in the
      * append-only ../hash_history.txt, appended by HASHGEN and
      * QUARREST and read back by HASHHIST. Keyed by file name
      * (path relative to the hashfiles directory) in the leading
      * column so a single file's full timeline can be pulled
      * back out. Unlike the manifest this file is never
      * rewritten - reconciling a drift away never erases the
      * evidence of when the file changed. The permission,
      * owner, group and modification-time columns follow the
      * drift status; records from before they were added carry
      * them blank.
      *-----------------------------------------------------------
       01 HASH-HISTORY-RECORD.
          05 HIST-FILE-NAME PIC X(80).
          05 FILLER PIC X.
          05 HIST-RUN-DATE PIC X(8).
          05 FILLER PIC X.
          05 HIST-RUN-TIME PIC X(6).
          05 FILLER PIC X.
          05 HIST-HASH PIC X(64).
          05 FILLER PIC X.
          05 HIST-FILE-SIZE PIC 9(10).
          05 FILLER PIC X.
          05 HIST-DRIFT-STATUS PIC X(10).
          05 FILLER PIC X.
          05 HIST-FILE-MODE PIC X(4).
          05 FILLER PIC X.
          05 HIST-FILE-OWNER PIC X(16).
          05 FILLER PIC X.
          05 HIST-FILE-GROUP PIC X(16).
          05 FILLER PIC X.
          05 HIST-FILE-MTIME PIC X(14).
