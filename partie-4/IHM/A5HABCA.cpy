      * ZONE D'ECHANGE DU SOUS-PROGRAMME DE CONTROLE D'HABILITATION
      * A5HABIL (EXEC CICS LINK), COMMUNE A TOUS LES ECRANS A5 : LE
      * ROLE DE LA COMMAREA DE A5CNX, LE CODE TRANSACTION DE L'ECRAN
      * ET LE CODE ACTION DEMANDE ; A5HABIL REND LA REPONSE
       01 ZONE-HABIL.
           05 HBL-ROLE          PIC X(1).
           05 HBL-TRANS         PIC X(4).
           05 HBL-ACTION        PIC X(1).
           05 HBL-REPONSE       PIC X(1).
               88 HABILITATION-ACCORDEE VALUE 'O'.
               88 HABILITATION-REFUSEE  VALUE 'N'.
               88 HABILITATION-ERREUR   VALUE 'E'.
