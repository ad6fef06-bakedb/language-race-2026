      *-----------------------------------------------------------
      * HASHMAN.cpy - record layout of the sealed hash manifest,
      * <CFG-HASHFILES-DIR>/hash-manifest.txt, written by HASHGEN
      * and counted by CYCAUDIT. The name column carries the
      * file's path relative to CFG-HASHFILES-DIR, so two files
      * with the same name in different product-line subfolders
      * stay distinct. Beside the digest each entry keeps the
      * file's permission bits (octal, as stat prints them),
      * owner, group, modification time (YYYYMMDDHHMMSS) and size
      * in bytes, so a chmod or chown with the content untouched
      * still shows as drift, and a fast sweep can tell which
      * files need their digest recomputed. An entry written
      * before those columns existed has them blank and is not
      * compared until the next run fills them in. The last
      * record is the seal - "*SEAL*" in the name column and the
      * digest of every line above it in the hash column (columns
      * 82-145).
      *-----------------------------------------------------------
       01 MANIFEST-RECORD.
          05 MANIFEST-NAME PIC X(80).
          05 FILLER PIC X.
          05 MANIFEST-HASH PIC X(64).
          05 FILLER PIC X.
          05 MANIFEST-MODE PIC X(4).
          05 FILLER PIC X.
          05 MANIFEST-OWNER PIC X(16).
          05 FILLER PIC X.
          05 MANIFEST-GROUP PIC X(16).
          05 FILLER PIC X.
          05 MANIFEST-MTIME PIC X(14).
          05 FILLER PIC X.
          05 MANIFEST-SIZE PIC X(10).
