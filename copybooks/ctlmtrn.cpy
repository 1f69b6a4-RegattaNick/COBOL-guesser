      *-----------------------------------------------------------*
      * CTLMTRN.CPY                                                *
      * CONTROL-MAINT-FILE record.  One maintenance action per     *
      * record, applied to the CONTROL-TABLE-FILE by CTLMAINT: add *
      * an entry taking effect on a start date, change a future    *
      * entry's parameters, or delete a future entry - the same    *
      * transaction pattern PLYMAINT and TEAMMNT use.               *
      *-----------------------------------------------------------*
       01  CONTROL-MAINT-RECORD.
           05  CTLM-ACTION-CODE           PIC X(01).
               88  CTLM-ADD                   VALUE "A".
               88  CTLM-CHANGE                VALUE "C".
               88  CTLM-DELETE                VALUE "D".
           05  CTLM-EFFECTIVE-DATE        PIC 9(08).
      * Who is making the change - the user id the change log and
      * the parameter-history report carry.  Required.
           05  CTLM-CHANGED-BY            PIC X(08).
      * The parameters for an add or change, in CTLPARM layout and
      * with its meanings - a zero range low takes the range and
      * allowance from the difficulty presets.  Ignored on a
      * delete.
           05  CTLM-PARM-DATA.
               10  CTLM-DIFFICULTY-CODE   PIC X(01).
                   88  CTLM-DIFF-VALID        VALUE "E" "N" "H".
                   88  CTLM-DIFF-EASY         VALUE "E".
                   88  CTLM-DIFF-HARD         VALUE "H".
               10  CTLM-RANGE-LOW         PIC 9(03).
               10  CTLM-RANGE-HIGH        PIC 9(03).
               10  CTLM-MAX-GUESSES       PIC 9(02).
               10  CTLM-RESTART-FLAG      PIC X(01).
                   88  CTLM-RESTART-VALID     VALUE "Y" "N".
               10  CTLM-SESSION-MODE      PIC X(01).
                   88  CTLM-MODE-VALID        VALUE "I" "B" "M" "H"
                                                    "D".
                   88  CTLM-MODE-MATCH        VALUE "M".
               10  CTLM-MATCH-ROUNDS      PIC 9(02).
               10  CTLM-FIXED-NUMBER-FLAG PIC X(01).
                   88  CTLM-FIXED-FLAG-VALID  VALUE "Y" "N".
                   88  CTLM-FIXED-NUMBER-YES  VALUE "Y".
               10  CTLM-FIXED-NUMBER      PIC 9(03).
               10  FILLER                 PIC X(02).
      * Free-text reason, carried to the change log.
           05  CTLM-REASON                PIC X(30).
           05  FILLER                     PIC X(05).
