      * identifie l'apporteur du contrat pour le calcul des
      * commissions (AssurCom). L'identifiant client renvoie au
      * referentiel des clients (AssurCli) ; zero tant que le
      * rattachement n'a pas ete fait. Un contrat resilie en cours de
      * periode reste au maitre (statut RESILIE) avec sa date d'effet
      * de resiliation (AAAA/MM/JJ, a blanc sinon) et la prime non
      * acquise a restituer au client, calculee prorata temporis.
      *----------------------------------------------------------------
       01  IDX-ENREGISTREMENT.
           05 IDX-CODE-CONTRAT      PIC 9(08).
           05 IDX-MONTANT-EUR       PIC 9(09)v9(02).
           05 IDX-CODE-INTERM       PIC X(06).
           05 IDX-ID-CLIENT         PIC 9(06).
           05 IDX-DATE-RESILIATION  PIC X(10).
           05 IDX-PRIME-RESTITUEE   PIC 9(07)v9(02).
