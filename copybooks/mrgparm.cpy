      *-----------------------------------------------------------*
      * MRGPARM.CPY                                                *
      * PLYMERGE run parameter, read once at start-up.  One        *
      * record per run: the duplicate id to be folded away (the    *
      * from-id) and the id that survives and takes over its       *
      * history (the to-id).  Both must be on PLAYER-MASTER-FILE.  *
      *-----------------------------------------------------------*
       01  MRG-PARM-RECORD.
           05  MRG-FROM-PLAYER-ID         PIC X(10).
           05  MRG-TO-PLAYER-ID           PIC X(10).
