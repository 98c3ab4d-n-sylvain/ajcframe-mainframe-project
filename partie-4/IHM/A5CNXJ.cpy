      * JOURNAL DE SECURITE DES ECRANS A5, ECRIT DANS LA TD QUEUE
      * 'CNXJ' : CHAQUE TENTATIVE DE CONNEXION SUR A5CNX ET CHAQUE
      * REFUS D'HABILITATION RENDU PAR A5HABIL. LE COMPTE N'EST CONNU
      * QUE DE A5CNX ; POUR UN REFUS D'HABILITATION IL EST A BLANC ET
      * SE RETROUVE PAR LE TERMINAL (DERNIERE CONNEXION REUSSIE).
      *   RESULTAT : 'S' CONNEXION REUSSIE
      *              'E' MOT DE PASSE ERRONE
      *              'V' MOT DE PASSE ERRONE, COMPTE VERROUILLE
      *              'B' TENTATIVE SUR UN COMPTE DEJA VERROUILLE
      *              'I' COMPTE INCONNU
      *              'X' MOT DE PASSE EXPIRE
      *              'R' ROLE SANS TRANSACTION D'ACCUEIL
      *              'M' CHANGEMENT DE MOT DE PASSE
      *              'D' REFUS D'HABILITATION D'UN ECRAN AVAL
       01 ENR-JOURNAL-CNX.
           05 CNJ-COMPTE        PIC X(5).
           05 CNJ-USERID        PIC X(8).
           05 CNJ-TERMINAL      PIC X(4).
           05 CNJ-DATE          PIC 9(7).
           05 CNJ-HEURE         PIC 9(6).
           05 CNJ-TRANS         PIC X(4).
           05 CNJ-RESULTAT      PIC X(1).
               88 CNJ-SUCCES          VALUE 'S'.
               88 CNJ-ECHEC           VALUE 'E' 'V' 'B' 'I'.
               88 CNJ-VERROUILLAGE    VALUE 'V'.
               88 CNJ-REFUS-HABIL     VALUE 'D'.
           05 CNJ-ROLE          PIC X(1).
           05 CNJ-ACTION        PIC X(1).
           05 CNJ-DETAIL        PIC X(20).
