      * PREVISION DES ENCAISSEMENTS POUR LA TRESORERIE : PROJETTE LES
      * ENCOURS OUVERTS DE API6.ORDER_STATUS (O_TOTAL MOINS
      * MONTANT_REGLE) SUR LES HUIT PROCHAINES SEMAINES, EN DATANT
      * CHAQUE ENCAISSEMENT ATTENDU DE L'ECHEANCE DE LA COMMANDE
      * (ORDERS.DATE_ECHEANCE, FIXEE PAR LES CONDITIONS DE PAIEMENT DU
      * CLIENT ; O_DATE + 30 JOURS A DEFAUT) DECALEE DU RETARD
      * HABITUEL DU CLIENT SUR SES CONDITIONS (DELAI MOYEN DE SES
      * LETTRAGES PASSES DANS API6.PAYMENT_EVENTS, ALIMENTEE PAR
      * ENCAISSE, MOINS SON DELAI CONTRACTUEL ; AUCUN DECALAGE POUR
      * UN CLIENT SANS HISTORIQUE). LES MONTANTS DEJA EN RETARD
      * TOMBENT EN SEMAINE 1. UN DETAIL PAR CLIENT EST EDITE POUR LES
      * DIX PLUS GROS ENCOURS. LA DATE DE REFERENCE EST LUE EN SYSIN
      * (AAAA-MM-JJ, BLANC = DATE SYSTEME).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               INCLUDE SQLCA
           END-EXEC.

      * ENCOURS OUVERTS AVEC LEURS JOURS DE RETARD SUR L'ECHEANCE, LE
      * DELAI CONTRACTUEL (ECHEANCE - COMMANDE) ET LE DELAI MOYEN
      * OBSERVE DU CLIENT (LE DELAI CONTRACTUEL A DEFAUT D'HISTORIQUE)
           EXEC SQL
               DECLARE CPREVENC CURSOR
               FOR
                   S.C_NO,
                   S.O_NO,
                   DECIMAL(S.O_TOTAL - S.MONTANT_REGLE, 9, 2),
                   (DAYS(:WS-AS-OF-DATE)
                    - DAYS(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS))),
                   (DAYS(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS))
                    - DAYS(O.O_DATE)),
                   COALESCE(
                       (SELECT DECIMAL(AVG(JOURS_REGLEMENT), 5, 0)
                        FROM API6.PAYMENT_EVENTS P
                        WHERE P.C_NO = S.C_NO),
                       DAYS(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS))
                       - DAYS(O.O_DATE))
               FROM
                   API6.ORDER_STATUS S
               INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
        77 WS-O-NO           PIC S9(7)V USAGE COMP-3.
        77 WS-MONTANT-OUVERT PIC S9(7)V9(2) USAGE COMP-3.
        77 WS-AGE-JOURS      PIC S9(9) COMP-3.
        77 WS-JOURS-TERME    PIC S9(9) COMP-3.
        77 WS-DELAI-MOYEN    PIC S9(5)V USAGE COMP-3.

      * DATE DE REFERENCE ET SA VALEUR EN JOURS
                    :WS-O-NO,
                    :WS-MONTANT-OUVERT,
                    :WS-AGE-JOURS,
                    :WS-JOURS-TERME,
                    :WS-DELAI-MOYEN
           END-EXEC
           PERFORM TEST-SQLCODE
           .

      * SEMAINE ATTENDUE = (ECHEANCE + RETARD HABITUEL DU CLIENT -
      * DATE DE REFERENCE) EN SEMAINES ; LE RETARD TOMBE EN SEMAINE 1
      * ET L'AU-DELA DE 8 SEMAINES EST REGROUPE EN SEMAINE 8
       PROJETER-ENCOURS.
      * JOURS RESTANTS AVANT L'ENCAISSEMENT ATTENDU = RETARD HABITUEL
      * (DELAI OBSERVE MOINS DELAI CONTRACTUEL) MOINS JOURS DE RETARD
      * DEJA COURUS SUR L'ECHEANCE (CALCULES COTE SQL SUR LA DATE DE
      * REFERENCE), PUIS CONVERSION EN SEMAINE 1 A 8
           COMPUTE WS-JOUR-ATTENDU =
               WS-DELAI-MOYEN - WS-JOURS-TERME - WS-AGE-JOURS
           COMPUTE WS-SEMAINE =
               (WS-JOUR-ATTENDU + 6) / 7
           IF WS-SEMAINE < 1
