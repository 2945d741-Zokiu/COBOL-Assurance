      *----------------------------------------------------------------
      * VERREC.CPY
      * Enregistrement de l'historique indexe des versions de contrat
      * (historique-contrats-idx.dat) : cle code contrat + date
      * d'effet (date comptable du traitement qui l'a produite, date
      * d'effet de la resiliation pour une version RESILIE) + rang de
      * la version dans la date (00 pour la premiere). Un nouvel
      * evenement de la meme date prend le rang suivant ; le meme
      * evenement a la meme date remplace sa version. Une resiliation
      * dont la date d'effet precede une version plus recente est
      * aussi versionnee a la date comptable.
      * L'evenement (CREATION, MODIF, RESILIE, EXPIRE, RENOUVEL) et le
      * programme auteur accompagnent l'image complete de
      * l'enregistrement du fichier maitre (IDXREC) apres l'evenement.
      * Ecrit par AssurMaj, Assur (expiration) ; relu par Assur en
      * mode CONSULTATION pour reconstituer un contrat a une date.
      *----------------------------------------------------------------
       01  VER-ENREGISTREMENT.
           05 VER-CLE.
              10 VER-CODE-CONTRAT   PIC 9(08).
              10 VER-DATE-EFFET     PIC 9(08).
              10 VER-RANG           PIC 9(02).
           05 VER-EVENEMENT         PIC X(08).
           05 VER-PROGRAMME         PIC X(08).
           05 VER-HORODATAGE        PIC X(19).
           05 VER-IMAGE-CONTRAT     PIC X(160).
