      *----------------------------------------------------------------
      * JRNLREC.CPY
      * Ligne du journal d'audit des traitements (une ligne ajoutee
      * a chaque execution). Commun a Assur/Assur2. L'operateur n'est
      * renseigne que par les programmes de saisie a l'ecran.
      *----------------------------------------------------------------
       01  JRN-LIGNE.
           05 JRN-DATE-HEURE        PIC X(19).
           05 JRN-NB-REJETS         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JRN-NB-PERDUES        PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 JRN-OPERATEUR         PIC X(08).
