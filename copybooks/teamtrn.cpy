      * TEAMTRN.CPY                                                *
      * TEAM-MAINT-FILE record.  One maintenance action per        *
      * record, applied to the TEAM-MASTER-FILE by TEAMMNT: add a  *
      * new team, rename an existing one, drop an empty one, or    *
      * set a team's chargeback cost center - the same transaction *
      * pattern PLYMAINT uses for players.                          *
      *-----------------------------------------------------------*
       01  TEAM-MAINT-RECORD.
           05  TMNT-ACTION-CODE           PIC X(01).
               88  TMNT-ADD                   VALUE "A".
               88  TMNT-RENAME                VALUE "R".
               88  TMNT-DROP                  VALUE "D".
               88  TMNT-SET-COST-CENTER       VALUE "C".
           05  TMNT-TEAM-ID               PIC X(04).
           05  TMNT-TEAM-NAME             PIC X(30).
      * Cost center for action "C" (spaces clears it), and
      * optionally on an add.  Blank on older transaction files.
           05  TMNT-COST-CENTER           PIC X(06).
           05  FILLER                     PIC X(05).
