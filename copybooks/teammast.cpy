           05  TEAM-TEAM-ID               PIC X(04).
           05  TEAM-TEAM-NAME             PIC X(30).
           05  TEAM-CREATED-DATE          PIC 9(08).
      * Finance cost center the department's system time is
      * charged to by the monthly GUESSBIL chargeback run.  Set
      * by TEAMMNT action "A" or "C"; spaces until assigned, and
      * a team without one is billed to suspense.
           05  TEAM-COST-CENTER           PIC X(06).
           05  FILLER                     PIC X(02).
