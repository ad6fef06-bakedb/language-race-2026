      *-----------------------------------------------------------
      * CTLSNAP.cpy - record layout of a control-file snapshot
      * set's manifest, <CFG-SNAPSHOT-DIR>/<set id>/snapshot.txt,
      * written by CTLSNAP and read back by CTLREST. One record per
      * control file: its member name (the name of the copy inside
      * the set), the sha256 digest and byte size of the copy, its
      * state - OK, ABSENT (the live file did not exist when the
      * set was taken, so there is nothing to restore) or FAILED
      * (the copy could not be taken) - and the live path it was
      * copied from. As with HASHMAN, the last record is the seal:
      * "*SEAL*" in the member column and the digest of every line
      * above it in the hash column (columns 26-89), so a set that
      * was cut short or edited afterwards can be told from a good
      * one.
      *-----------------------------------------------------------
       01 SNAPSHOT-RECORD.
          05 SNAP-MEMBER PIC X(24).
          05 FILLER PIC X.
          05 SNAP-HASH PIC X(64).
          05 FILLER PIC X.
          05 SNAP-STATE PIC X(6).
          05 FILLER PIC X.
          05 SNAP-SIZE PIC X(10).
          05 FILLER PIC X.
          05 SNAP-SOURCE PIC X(80).
