      *-----------------------------------------------------------
      * CTLFILES.cpy - the control files that define how the cycle
      * behaves, as CTLSNAP snapshots them and CTLREST restores
      * them. Each member name is the fixed name the copy carries
      * inside a snapshot set, whatever the live file is called;
      * CONTROL-PATH is filled from the APPCFG keys at run time by
      * SET-CONTROL-PATHS in each program (keep the two programs'
      * copies of that paragraph in step with this list). The
      * hash manifest's seal is its own last record, so copying
      * hash-manifest.txt carries the seal with it.
      *-----------------------------------------------------------
       01 CONTROL-FILE-LIST.
          05 FILLER PIC X(24) VALUE "compare.json".
          05 FILLER PIC X(24) VALUE "hash-manifest.txt".
          05 FILLER PIC X(24) VALUE "ops_config.txt".
          05 FILLER PIC X(24) VALUE "planned_changes.txt".
          05 FILLER PIC X(24) VALUE "maintenance_windows.txt".
          05 FILLER PIC X(24) VALUE "environments.txt".
          05 FILLER PIC X(24) VALUE "rand_avg_ledger.txt".
          05 FILLER PIC X(24) VALUE "rand_avg_grid.txt".
          05 FILLER PIC X(24) VALUE "math_results_ledger.txt".
       01 CONTROL-FILE-TABLE REDEFINES CONTROL-FILE-LIST.
          05 CONTROL-MEMBER OCCURS 9 TIMES PIC X(24).
       01 CONTROL-PATH-TABLE.
          05 CONTROL-PATH OCCURS 9 TIMES PIC X(80).
       01 CONTROL-FILE-COUNT PIC 9(2) VALUE 9.
