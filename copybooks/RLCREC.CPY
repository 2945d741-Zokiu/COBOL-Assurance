      *----------------------------------------------------------------
      * RLCREC.CPY
      * Enregistrement de l'historique indexe des relances pour
      * impaye (relances-idx.dat), tenu par AssurRel : un
      * enregistrement par contrat. Le niveau est le dernier niveau
      * de relance envoye dans le cycle en cours (1 rappel, 2
      * relance, 3 mise en demeure), avec la date d'envoi de chaque
      * niveau (AAAAMMJJ, zero si non envoye). Le statut (EN COURS,
      * SUSPENDU, SOLDE) suit le cycle : SUSPENDU apres la mise en
      * demeure restee impayee, SOLDE quand les arrieres ont disparu
      * du fichier d'AssurEnc. Le montant et le nombre d'echeances
      * sont ceux de la derniere relance.
      *----------------------------------------------------------------
       01  RLC-ENREGISTREMENT.
           05 RLC-CODE-CONTRAT      PIC 9(08).
           05 RLC-NIVEAU            PIC 9(01).
           05 RLC-STATUT            PIC X(08).
           05 RLC-DATE-NIVEAU       PIC 9(08) OCCURS 3 TIMES.
           05 RLC-DATE-SUSPENSION   PIC 9(08).
           05 RLC-DATE-SOLDE        PIC 9(08).
           05 RLC-MONTANT-EUR       PIC 9(10)v9(02).
           05 RLC-NB-ECHEANCES      PIC 9(04).
