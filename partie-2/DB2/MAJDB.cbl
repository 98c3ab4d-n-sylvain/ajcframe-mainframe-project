            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-RAPAMEND.

      * COMMANDES DU RUN ENVOYEES EN REVUE (MONTANT OU QUANTITE
      * INHABITUELS POUR LE CLIENT, SOUS-PROGRAMME SCORECMD)
            SELECT RAPPORT-REVUE ASSIGN TO RAPREVUE
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-RAPREVUE.

      * SUBSTITUTIONS AUTOMATIQUES DU RUN : UNE LIGNE PAR LIGNE DE
      * VENTE D'UN PRODUIT RETIRE CHARGEE SUR SON SUCCESSEUR
            SELECT RAPPORT-SUBST ASSIGN TO RAPSUBST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-RAPSUBST.

      * COMPTES NATIONAUX : LE FICHIER GRPCLI RATTACHE CHAQUE
      * SUCCURSALE A SON COMPTE MERE, ET GRPLIM PORTE LA LIMITE DE
      * CREDIT DU GROUPE ; LE CONTROLE DE CREDIT EVALUE D'ABORD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-GRPLIM.

      * CLIENTS INTRAGROUPE (ZONE INTERCO DE SOCIECLI) : JAMAIS
      * BLOQUES PAR LE CONTROLE DE CREDIT
            SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FS-SOCIECLI.

      * CONTROLE DES PERIODES COMPTABLES (TENU PAR PERREOUV) : UNE
      * LIGNE DE VENTE DATEE DANS UN MOIS FERME PART EN SUSPENS AU
      * LIEU DE POSTER DANS UNE PERIODE DEJA ARRETEE
          05 VEU-DEVISE      PIC X(3).
          05 VEU-RESERVE     PIC X(3).
          05 VEU-DATE-LIV    PIC X(10).
          05 VEU-CODE-LIVR   PIC X(3).

       FD VENTESAS.
       01 ENR-VENTESAS.
          05 VAS-DEVISE      PIC X(3).
          05 VAS-RESERVE     PIC X(3).
          05 VAS-DATE-LIV    PIC X(10).
          05 VAS-CODE-LIVR   PIC X(3).

       FD VENTESAM.
       01 ENR-VENTESAM.
          05 VAM-DEVISE      PIC X(3).
          05 VAM-RESERVE     PIC X(3).
          05 VAM-DATE-LIV    PIC X(10).
          05 VAM-CODE-LIVR   PIC X(3).

       FD TAUX.
       01 LIGNE-TAUX         PIC X(30).
       FD RAPPORT-AMENDEMENTS.
       01 ENR-RAPAMEND       PIC X(70).

       FD RAPPORT-REVUE.
       01 ENR-RAPREVUE       PIC X(80).

       FD RAPPORT-SUBST.
       01 ENR-RAPSUBST       PIC X(80).

       FD PERIODES-COMPTABLES
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
           05 GRL-PARENT        PIC 9(4).
           05 GRL-LIMITE        PIC 9(9)V99.

       FD SOCIETES-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01 ENR-SOCIECLI.
           05 SCL-C-NO          PIC 9(4).
           05 SCL-SOCIETE       PIC X(1).
      * CLIENT INTRAGROUPE : CODE DE L'ENTITE DU GROUPE QUE REPRESENTE
      * LE COMPTE CLIENT (BLANC = CLIENT TIERS)
           05 SCL-INTERCO       PIC X(1).

      * DERNIER NUMERO DE COMMANDE VU PAR FLUX LORS DU RUN PRECEDENT,
      * POUR DETECTER UN FICHIER DE LA VEILLE RETRANSMIS
       FD ETAT-SEQUENCE.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 SUSP-RAISON     PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 SUSP-LIGNE      PIC X(52).

       FD RAPPORT-RECON.
       01 ENR-RAPRECON          PIC X(60).
               INCLUDE KIT
           END-EXEC.

           EXEC SQL
               INCLUDE CONTRAT
           END-EXEC.

           EXEC SQL
               INCLUDE SHIPTO
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKLOT
           END-EXEC.

           EXEC SQL
               INCLUDE LOTLIGNE
           END-EXEC.

           EXEC SQL
               INCLUDE SUBST
           END-EXEC.

           EXEC SQL
               INCLUDE SUBSTLIG
           END-EXEC.

           EXEC SQL
               INCLUDE TERRIT
           END-EXEC.

           EXEC SQL
               INCLUDE CREDVENT
           END-EXEC.

           EXEC SQL
               INCLUDE REVUECMD
           END-EXEC.

           EXEC SQL
               INCLUDE ACCORD
           END-EXEC.

           EXEC SQL
               INCLUDE APPELACC
           END-EXEC.

           EXEC SQL
               INCLUDE CLIICO
           END-EXEC.

      * LIGNES D'UNE COMMANDE DU RUN AVEC L'HISTORIQUE DU PRODUIT :
      * ACHATS ANTERIEURS DU PRODUIT PAR LE CLIENT ET QUANTITE
      * MOYENNE D'UNE LIGNE DU PRODUIT TOUS CLIENTS CONFONDUS
           EXEC SQL
               DECLARE CLIGSCORE CURSOR
               FOR
               SELECT
                   I.P_NO,
                   I.QUANTITY,
                   (SELECT COUNT(*)
                    FROM API6.ITEMS I2
                    INNER JOIN API6.ORDERS O2 ON O2.O_NO = I2.O_NO
                    WHERE O2.C_NO = :RVC-C-NO
                      AND O2.O_DATE < DATE(:WS-SCO-O-DATE)
                      AND I2.P_NO = I.P_NO),
                   (SELECT COALESCE(AVG(DECIMAL(I3.QUANTITY, 7, 2)), 0)
                    FROM API6.ITEMS I3
                    WHERE I3.P_NO = I.P_NO
                      AND I3.O_NO <> I.O_NO)
               FROM
                   API6.ITEMS I
               WHERE
                   I.O_NO = :RVC-O-NO
               ORDER BY
                   I.P_NO
           END-EXEC.

      * COMMANDES ANNULEES A L'ECRAN DE REVUE (A5REVU) DONT
      * L'ANNULATION N'EST PAS ENCORE APPLIQUEE ; REGION A BLANC =
      * COMMANDE DEJA SUPPRIMEE PAR AILLEURS
           EXEC SQL
               DECLARE CREVUEANN CURSOR
               FOR
               SELECT
                   V.O_NO,
                   VALUE(O.REGION, ' ')
               FROM
                   API6.REVUE_COMMANDES V
               LEFT OUTER JOIN API6.ORDERS O ON O.O_NO = V.O_NO
               WHERE
                   V.STATUT = 'X'
                   AND V.DATE_APPLIC = ' '
               ORDER BY
                   V.O_NO
           END-EXEC.

      * LOTS EN STOCK DU DEPOT POUR UN PRODUIT, DU PLUS ANCIEN AU
      * PLUS RECENT (DATE DE RECEPTION PUIS LOT), POUR LA
      * CONSOMMATION DES LOTS AU DECREMENT
           EXEC SQL
               DECLARE CLOTSDEP CURSOR
               FOR
               SELECT
                   LOT,
                   QTE_STOCK
               FROM
                   API6.STOCKS_LOT
               WHERE
                   P_NO = :SLOT-P-NO
                   AND DEPOT = :SLOT-DEPOT
                   AND QTE_STOCK > 0
               ORDER BY
                   DATE_RECEPTION, LOT
           END-EXEC.

      * PRODUITS DONT LE STOCK EST PASSE SOUS LE SEUIL DE REAPPRO OU
      * EN NEGATIF PENDANT LE RUN, POUR LE RAPPORT DE FIN DE
      * TRAITEMENT A DESTINATION DES ACHATS
                   KIT_P_NO, COMP_P_NO
           END-EXEC.

      * CATALOGUE COMPLET POUR LE CACHE EN MEMOIRE, AVEC LA
      * SOUS-FAMILLE DU PRODUIT ET SA FAMILLE ('NCLA' = NON CLASSE)
           EXEC SQL
               DECLARE CPRODCACHE CURSOR
               FOR
               SELECT
                   P.P_NO,
                   P.PRICE,
                   P.DISCONTINUED,
                   P.COST,
                   P.CAT_CODE,
                   VALUE(K.CAT_PARENT, 'NCLA')
               FROM
                   API6.PRODUCTS P
               LEFT OUTER JOIN API6.CATEGORIES K
                   ON K.CAT_CODE = P.CAT_CODE
               ORDER BY
                   P.P_NO
           END-EXEC.

      * PRIX CONTRACTUELS PAR CLIENT ET PAR PRODUIT POUR LE CACHE EN
      * MEMOIRE ; LES CONTRATS DE COMPTE MERE SONT DEJA ECLATES SUR
      * LES SUCCURSALES PAR CTRPRIX. SEULS LES CONTRATS ENCORE EN
      * VIGUEUR A LA PLUS ANCIENNE DATE DE COMMANDE DES FLUX DU RUN
      * SONT CHARGES : L'HISTORIQUE DES CONTRATS ECHUS NE PEUT PLUS
      * PRICER AUCUNE LIGNE
           EXEC SQL
               DECLARE CCTRCACHE CURSOR
               FOR
               SELECT
                   C_NO,
                   P_NO,
                   PRIX_NET,
                   DATE_DEBUT,
                   DATE_FIN
               FROM
                   API6.CONTRACT_PRICES
               WHERE
                   DATE_FIN >= DATE(:WS-DATE-CMD-MIN)
               ORDER BY
                   C_NO, P_NO, DATE_DEBUT
           END-EXEC.

      * PRODUITS RETIRES ET LEUR SUCCESSEUR POUR LE CACHE EN MEMOIRE
           EXEC SQL
               DECLARE CSUBCACHE CURSOR
               FOR
               SELECT
                   P_NO,
                   P_NO_SUCC,
                   REGLE_PRIX
               FROM
                   API6.SUBSTITUTIONS
               ORDER BY
                   P_NO
           END-EXEC.
       01 WS-DATE-LIV-SAISIE PIC X(10) VALUE SPACES.
       01 WS-DATE-LIV-ISO    PIC X(10) VALUE SPACES.

      * DELAI NET DES CONDITIONS DE PAIEMENT DU CLIENT DE LA COMMANDE
      * (API6.PAYMENT_TERMS VIA CUSTOMERS.CODE_COND) : LA DATE
      * D'ECHEANCE ORDERS.DATE_ECHEANCE VAUT DATE DE COMMANDE PLUS CE
      * DELAI ; CODE ABSENT OU INCONNU = 30 JOURS NET COMME AVANT
       01 WS-JOURS-NET       PIC S9(3)V USAGE COMP-3 VALUE 30.

      * Validation de la date de commande
       01 WS-DATE-VALIDE     PIC X VALUE 'O'.
          88 DATE-VALIDE     VALUE 'O'.
      * ETAT CATALOGUE DU PRODUIT DE LA LIGNE EN COURS (PRODUITS
      * RETIRES PAR MAJPROD, ACTION 'D' DU FLUX NEWPRODS)
       01 WS-PROD-DISCONTINUED PIC X(1) VALUE 'N'.
       01 WS-PROD-CAT-CODE     PIC X(4) VALUE SPACES.
       01 WS-PROD-FAMILLE      PIC X(4) VALUE SPACES.

      * PERIODES COMPTABLES FERMEES, CHARGEES EN MEMOIRE AU
      * DEMARRAGE ; FICHIER ABSENT = TOUTES PERIODES OUVERTES
       01 WS-MEMBRE-C-NO         PIC S9(4)V USAGE COMP-3 VALUE ZERO.
       01 WS-GROUPE-DEPASSE      PIC X VALUE 'N'.

      * CLIENTS INTRAGROUPE LUS DANS SOCIECLI ; FICHIER ABSENT = AUCUN
       01 FS-SOCIECLI            PIC 99.
       01 TAB-INTERCO.
           05 NB-INTERCO         PIC 999 VALUE ZERO.
           05 INTERCO-ENTRY OCCURS 200 TIMES INDEXED BY IDX-ITC.
               10 ITC-C-NO           PIC 9(4).
       01 WS-CLIENT-INTERCO      PIC X VALUE 'N'.

      * CACHE CATALOGUE EN MEMOIRE, CHARGE UNE FOIS AU DEMARRAGE
      * COMME LA TABLE DES TAUX : PRIX ET DRAPEAU DE RETRAIT DE
      * CHAQUE PRODUIT, POUR SUPPRIMER LES TROIS SELECT PRODUCTS
               10 PCA-PRICE          PIC S9(3)V9(2) USAGE COMP-3.
               10 PCA-DISCONTINUED   PIC X(1).
               10 PCA-COST           PIC S9(3)V9(2) USAGE COMP-3.
               10 PCA-CAT-CODE       PIC X(4).
               10 PCA-FAMILLE        PIC X(4).
       01 WS-IDX-PCA-TROUVE      PIC 999 VALUE ZERO.

      * PRIX CONTRACTUELS EN MEMOIRE, CHARGES AU DEMARRAGE COMME LE
      * CATALOGUE : UN CONTRAT EN VIGUEUR A LA DATE DE COMMANDE
      * REMPLACE LE PRIX CATALOGUE POUR LE PRICING ET POUR LE
      * CONTROLE DE TOLERANCE DES PRIX PORTES PAR LES FLUX. LA TABLE
      * NE PORTE QUE LES CONTRATS NON ECHUS A LA PLUS ANCIENNE DATE DE
      * COMMANDE DU RUN, RELEVEE PAR LE CONTROLE DES FLUX (AUCUNE
      * COMMANDE DATEE = AUCUN CONTRAT CHARGE)
       01 WS-DATE-CMD-MIN        PIC X(10) VALUE '9999-12-31'.
       01 WS-DATE-CMD-CTL        PIC X(10).
       01 TAB-CONTRATS.
           05 NB-CONTRATS-CACHE  PIC 9(4) VALUE ZERO.
           05 CONTRAT-CACHE OCCURS 2000 TIMES INDEXED BY IDX-CTC.
               10 CTC-C-NO           PIC 9(4).
               10 CTC-P-NO           PIC X(3).
               10 CTC-PRIX-NET       PIC S9(3)V9(2) USAGE COMP-3.
               10 CTC-DATE-DEBUT     PIC X(10).
               10 CTC-DATE-FIN       PIC X(10).
       01 WS-IDX-CTC-TROUVE      PIC 9(4) VALUE ZERO.
       01 WS-NB-PRIX-CONTRAT     PIC 9(5) VALUE ZERO.
       01 WS-COUT-CATALOGUE      PIC S9(3)V9(2) USAGE COMP-3
                                 VALUE ZERO.
       01 WS-MARGE-LIGNE         PIC S9(9)V9(2) USAGE COMP-3
                                 VALUE ZERO.

      * SUCCESSEURS DES PRODUITS RETIRES, CHARGES AU DEMARRAGE : UNE
      * LIGNE SUR UN PRODUIT RETIRE QUI A UN SUCCESSEUR EST CHARGEE
      * SUR LE SUCCESSEUR AU LIEU DE PARTIR EN SUSPENS (LA CHAINE EST
      * SUIVIE SI LE SUCCESSEUR A LUI-MEME ETE RETIRE). REGLE 'C' :
      * LA LIGNE GARDE LE PRIX COMMANDE (PRIX DU FLUX, OU A DEFAUT
      * PRIX DE L'ANCIEN PRODUIT) ; REGLE 'S' : LA LIGNE EST PRICEE
      * AU PRIX CATALOGUE (OU CONTRACTUEL) DU SUCCESSEUR
       01 TAB-SUBSTITUTIONS.
           05 NB-SUBST-CACHE     PIC 999 VALUE ZERO.
           05 SUBST-CACHE OCCURS 500 TIMES INDEXED BY IDX-SBC.
               10 SBC-P-NO           PIC X(3).
               10 SBC-P-NO-SUCC      PIC X(3).
               10 SBC-REGLE-PRIX     PIC X(1).
       01 WS-IDX-SBC-TROUVE      PIC 999 VALUE ZERO.
       01 WS-SUBST-ANCIEN        PIC X(3) VALUE SPACES.
       01 WS-SUBST-SUCC          PIC X(3) VALUE SPACES.
       01 WS-SUBST-REGLE         PIC X(1) VALUE SPACE.
           88 SUBST-PRIX-COMMANDE    VALUE 'C'.
           88 SUBST-PRIX-SUCCESSEUR  VALUE 'S'.
       01 WS-SUBST-EFFECTUEE     PIC X VALUE 'N'.
           88 SUBST-EFFECTUEE        VALUE 'O'.
           88 SUBST-NON-EFFECTUEE    VALUE 'N'.
       01 WS-NB-SAUTS-SUBST      PIC 9 VALUE ZERO.
       01 FS-RAPSUBST            PIC 99.
       01 WS-NB-SUBSTITUEES      PIC 9(5) VALUE ZERO.
       01 ED-NB-SUBSTITUEES      PIC Z(4)9.
       01 ED-SUBST-O-NO          PIC 9(7).
       01 ED-SUBST-QTE           PIC Z(4)9.
       01 ED-SUBST-PRIX          PIC Z(3)9,99.

      * NOMENCLATURE DES KITS EN MEMOIRE : UNE ENTREE PAR COUPLE
      * (KIT, COMPOSANT) AVEC LA QUANTITE DE COMPOSANT PAR KIT VENDU ;
      * TOUT DECREMENT OU RETOUR DE STOCK SUR UN KIT EST ECLATE SUR
       01 WS-PREMIER-CTRL-CLI    PIC 9 VALUE 1.
       01 WS-PREMIER-CTRL-EMP    PIC 9 VALUE 1.

      * TERRITOIRE DU CLIENT (API6.TERRITOIRES, PAR NUMERO DE CLIENT
      * OU A DEFAUT PAR ETAT) ET STATUT DU VENDEUR : UNE LIGNE D'UN
      * VENDEUR SORTI PART EN SUSPENS ; UNE LIGNE D'UN VENDEUR QUI
      * N'EST PAS PROPRIETAIRE DU CLIENT EST SIGNALEE ET SON CREDIT
      * EST REPARTI SELON LA REGLE LUE EN SYSIN, PERSISTEE DANS
      * API6.CREDITS_VENTE POUR LE REGLEMENT DES COMMISSIONS :
      *   P   : TOUT LE CREDIT AU PROPRIETAIRE DU TERRITOIRE (DEFAUT)
      *   V   : LE CREDIT RESTE AU VENDEUR DE LA LIGNE
      *   Snn : NN% AU PROPRIETAIRE, LE RESTE AU VENDEUR
      * UN PROPRIETAIRE LUI-MEME SORTI EST IGNORE EN ATTENDANT LA
      * REAFFECTION DE SES CLIENTS
       01 WS-CTRL-STATE          PIC X(2) VALUE SPACES.
       01 WS-PROPRIETAIRE-CLI    PIC 9(2) VALUE ZERO.
       01 WS-EMP-STATUT          PIC X VALUE SPACE.
           88 EMP-SORTI              VALUE 'S'.
       01 WS-TERRITOIRE          PIC X VALUE 'O'.
           88 DANS-TERRITOIRE        VALUE 'O'.
           88 HORS-TERRITOIRE        VALUE 'N'.
       01 WS-REGLE-CREDIT-SAISIE PIC X(3) VALUE SPACES.
       01 WS-REGLE-CREDIT        PIC X VALUE 'P'.
           88 CREDIT-PROPRIETAIRE    VALUE 'P'.
           88 CREDIT-VENDEUR         VALUE 'V'.
           88 CREDIT-PARTAGE         VALUE 'S'.
       01 WS-PART-PROPRIETAIRE   PIC S9(1)V9(2) USAGE COMP-3
                                 VALUE 1.
       01 WS-CA-PROPRIETAIRE     PIC S9(7)V99 USAGE COMP-3.
       01 WS-CA-CREDITE          PIC S9(7)V99 USAGE COMP-3.
       01 WS-NB-VENDEUR-SORTI    PIC 9(5) VALUE ZERO.
       01 WS-NB-HORS-TERRITOIRE  PIC 9(5) VALUE ZERO.
       01 ED-PART-PROPRIETAIRE   PIC 9,99.

      * CODE DE LIVRAISON PORTE PAR LA LIGNE (ADRESSE DE LIVRAISON DU
      * CLIENT DANS SHIP_TO) ; A BLANC LA COMMANDE EST LIVREE A
      * L'ADRESSE DE FACTURATION. UN CODE INCONNU POUR LE CLIENT
      * ENVOIE LA LIGNE EN SUSPENS. LE DERNIER COUPLE CLIENT/CODE
      * VERIFIE EST CONSERVE COMME POUR LE CLIENT ET LE VENDEUR
       01 WS-CTRL-LIVR           PIC X(3) VALUE SPACES.
       01 WS-DERNIER-LIVR-CLI    PIC 9(4) VALUE ZERO.
       01 WS-DERNIER-LIVR-CODE   PIC X(3) VALUE SPACES.
       01 WS-LIVR-VALIDE         PIC X VALUE 'N'.
           88 LIVR-VALIDE            VALUE 'O'.
           88 LIVR-INVALIDE          VALUE 'N'.
       01 WS-PREMIER-CTRL-LIVR   PIC 9 VALUE 1.

      * DEVISE ET MONTANT D'ORIGINE DE LA LIGNE EN COURS, CAPTURES
      * AVANT LA CONVERSION EN USD ET PERSISTES DANS ITEM_DEVISE A
      * L'INSERTION DE L'ITEM : LE SERVICE CLIENT PEUT MONTRER LE
               10 BSP-RETENU          PIC X VALUE 'N'.
                   88 BSP-DEJA-RETENU   VALUE 'O'.
                   88 BSP-PAS-RETENU    VALUE 'N'.
               10 BSP-FAMILLE         PIC X(4).
               10 BSP-CAT-CODE        PIC X(4).

      * SOUS-TOTAUX PAR CATEGORIE DU RAPPORT DES MEILLEURES VENTES,
      * CONSTRUITS EN FIN DE RUN A PARTIR DE TAB-VENTE-PRODUIT ET
      * EDITES DANS L'ORDRE FAMILLE / SOUS-FAMILLE
       01 TAB-VENTE-CATEG.
           05 NB-CATEG-VENDUES    PIC 999 VALUE ZERO.
           05 VENTE-CATEG OCCURS 200 TIMES INDEXED BY IDX-BSC.
               10 BSC-FAMILLE         PIC X(4).
               10 BSC-CAT-CODE        PIC X(4).
               10 BSC-QTE-TOTALE      PIC 9(7) VALUE ZERO.
               10 BSC-CA-TOTAL        PIC S9(9)V99 USAGE COMP-3
                                      VALUE ZERO.
               10 BSC-MARGE-TOTALE    PIC S9(9)V99 USAGE COMP-3
                                      VALUE ZERO.
               10 BSC-RETENU          PIC X VALUE 'N'.
                   88 BSC-DEJA-RETENU   VALUE 'O'.
                   88 BSC-PAS-RETENU    VALUE 'N'.
       01 WS-IDX-BSC-TROUVE      PIC 999 VALUE ZERO.
       01 WS-RANG-CATEG          PIC 999 VALUE ZERO.
       01 WS-CLE-CATEG           PIC X(8).
       01 WS-CLE-CATEG-MIN       PIC X(8).
       01 WS-FAMILLE-RUPTURE     PIC X(4) VALUE SPACES.
       01 WS-QTE-FAMILLE         PIC 9(7) VALUE ZERO.
       01 WS-CA-FAMILLE          PIC S9(9)V99 USAGE COMP-3
                                 VALUE ZERO.
       01 WS-MARGE-FAMILLE       PIC S9(9)V99 USAGE COMP-3
                                 VALUE ZERO.

       01 WS-NUM-PROD-CHERCHE    PIC X(3).
       01 WS-IDX-PROD-TROUVE     PIC 999 VALUE ZERO.
           05 AMD-NUM-CMD        PIC 9(7).
           05 AMD-NUM-PROD       PIC X(3).
           05 AMD-QTE            PIC 9(2).
           05 FILLER             PIC X(38).
       01 FS-RAPAMEND            PIC 99.
       01 WS-AMD-REGION          PIC X(3) VALUE SPACES.
       01 WS-AMD-FIN-FLUX        PIC 9 VALUE ZERO.
       01 WS-NB-AMD-REJETES      PIC 9(5) VALUE ZERO.
       01 ED-NB-AMD              PIC Z(4)9.

      * ANNULATIONS DECIDEES A L'ECRAN DE REVUE, CHARGEES AVANT
      * APPLICATION POUR NE PAS SUPPRIMER SOUS UN CURSEUR OUVERT ;
      * ELLES PASSENT PAR LE MEME CIRCUIT QU'UN AMENDEMENT 'O'
       01 TAB-ANNUL-REVUE.
           05 NB-ANNUL-REVUE     PIC 9(3) VALUE ZERO.
           05 ANNUL-REVUE OCCURS 500 TIMES INDEXED BY IDX-ANR.
               10 ANR-O-NO           PIC 9(7).
               10 ANR-REGION         PIC X(3).
       01 WS-ANR-O-NO            PIC S9(7)V USAGE COMP-3.
       01 WS-ANR-REGION          PIC X(3).
       01 WS-NB-ANNUL-REVUE      PIC 9(5) VALUE ZERO.

      * COMMANDES CREEES PAR LE RUN, CONTROLEES APRES LE CHARGEMENT
      * ET LES AMENDEMENTS PAR SCORECMD ; UNE COMMANDE INHABITUELLE
      * EST INSCRITE EN REVUE (API6.REVUE_COMMANDES, STATUT 'A') ET
      * N'EST NI PREPAREE (PICKLIST) NI EXTRAITE TANT QU'UN
      * SUPERVISEUR NE L'A PAS LIBEREE
       01 FS-RAPREVUE            PIC 99.
       01 TAB-CMD-CHARGEES.
           05 NB-CMD-CHARGEES    PIC 9(4) VALUE ZERO.
           05 CMD-CHARGEE OCCURS 3000 TIMES INDEXED BY IDX-CCH.
               10 CCH-O-NO           PIC 9(7).
               10 CCH-C-NO           PIC 9(4).
               10 CCH-O-DATE         PIC X(10).
       01 WS-NB-CMD-NON-SCOREES  PIC 9(5) VALUE ZERO.
       01 WS-NB-CMD-REVUE        PIC 9(5) VALUE ZERO.
       01 WS-SCO-O-DATE          PIC X(10).
       01 WS-SCO-P-NO            PIC X(3).
       01 WS-SCO-COMPTE          PIC S9(9) COMP-3 VALUE ZERO.
       01 WS-SCO-NB-ACHATS       PIC S9(9) COMP-3 VALUE ZERO.
       01 WS-SCO-QTE-MOY         PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01 WS-SCO-QTE-LIGNE       PIC S9(2)V COMP-3 VALUE ZERO.
      * ZONES D'APPEL DE SCORECMD
       01 WS-SCO-TYPE            PIC X(1).
       01 WS-SCO-MONTANT         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-SCO-NB-HIST         PIC S9(5) COMP-3 VALUE ZERO.
       01 WS-SCO-MOYENNE         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-SCO-QTE             PIC S9(5) COMP-3 VALUE ZERO.
       01 WS-SCO-MOTIF           PIC X(4).
       01 WS-SCO-REFERENCE       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 ED-SCO-O-NO            PIC 9(7).
       01 ED-SCO-C-NO            PIC 9(4).
       01 ED-SCO-MONTANT         PIC Z(8)9,99.
       01 ED-SCO-REFERENCE       PIC Z(8)9,99.

      * ACCORDS CADRE : LIGNE APPELANT UN ACCORD (ENGAGEMENT ANNUEL
      * DU CLIENT SUR UN PRODUIT A PRIX FIXE), DECOMPTEE SUR LE RESTE
      * A APPELER UNE FOIS L'ITEM INSERE ; UNE ANNULATION OU UNE
      * REDUCTION PAR AMENDEMENT REND LA QUANTITE A L'ACCORD
       01 WS-ACC-CODE            PIC X(3).
       01 WS-ACC-P-NO            PIC X(3).
       01 WS-ACC-QTE             PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       01 WS-ACC-RESTE           PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       01 WS-ACC-QTE-RENDUE      PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       01 WS-ACCORD-CONSO        PIC X VALUE 'N'.
           88 ACCORD-A-CONSOMMER     VALUE 'O'.
           88 ACCORD-NON-CONSOMME    VALUE 'N'.
       01 WS-NB-APPELS-ACCORD    PIC 9(5) VALUE ZERO.
       01 WS-NB-ACCORD-DEPASSE   PIC 9(5) VALUE ZERO.

      * STOCK PAR DEPOT : LES COMMANDES EUROPE PARTENT DU DEPOT 'EU',
      * CELLES D'ASIE ET D'AMERIQUE DU DEPOT 'AM' ; CHAQUE DECREMENT
      * DE STOCK EST DOUBLE SUR LA LIGNE API6.STOCKS_DEPOT DU DEPOT
      * DES DEUX SITES POUR TOUS LES ETATS EXISTANTS
       01 WS-DEPOT-COURANT       PIC X(2) VALUE SPACES.

      * CONSOMMATION DES LOTS DU DEPOT : LA QUANTITE DECREMENTEE EST
      * PRISE SUR LES LOTS LES PLUS ANCIENS ET CHAQUE PRISE EST
      * ENREGISTREE CONTRE LA COMMANDE DANS API6.LOTS_LIGNES ; LA
      * PART NON COUVERTE PAR UN LOT EST AFFECTEE PAR PICKLIST A LA
      * PREPARATION, APRES LES ARRIVAGES SUIVANTS
       01 WS-LOT-CODE            PIC X(10).
       01 WS-LOT-QTE             PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       01 WS-LOT-RESTE           PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       01 WS-LOT-PRIS            PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       01 WS-NB-SANS-LOT         PIC 9(5) VALUE ZERO.
       01 ED-NB-SANS-LOT         PIC Z(4)9.

      * VARIABLES POUR LE STOCK DISPONIBLE PAR PRODUIT
       01 FS-RAPSTOCK            PIC 99.
       01 WS-NB-SANS-STOCK       PIC 9(5) VALUE ZERO.
           OPEN INPUT VENTESEU VENTESAS VENTESAM
           PERFORM CHARGE-TAUX-MEMOIRE
           PERFORM CHARGER-CATALOGUE-MEMOIRE
           PERFORM CHARGER-CONTRATS-MEMOIRE
           PERFORM CHARGER-KITS-MEMOIRE
           PERFORM CHARGER-SUBST-MEMOIRE
           PERFORM CHARGER-PERIODES-COMPTABLES
           PERFORM CHARGER-GROUPES-CLIENTS
           PERFORM CHARGER-CLIENTS-INTERCO
           PERFORM CHARGER-PLAFONDS-QTE
           PERFORM OUV-SUSPENS
           PERFORM OUV-RAPRECON
           PERFORM OUV-BESTSELL
           PERFORM OUV-RAPDOUBL
           PERFORM OUV-RAPSTOCK
           PERFORM OUV-RAPSUBST
           PERFORM LECT-VEU
           PERFORM LECT-VAS
           PERFORM LECT-VAM
      * L'EXTRACTION NE PASSE
           PERFORM TRAITER-AMENDEMENTS

      * COMMANDES DU RUN INHABITUELLES POUR LEUR CLIENT : MISES EN
      * REVUE AVANT LA PREPARATION MAGASIN
           PERFORM CONTROLER-COMMANDES-CHARGEES

           PERFORM FERM-SUSPENS

           PERFORM AFFICHER-STATS
           PERFORM FERM-RAPDOUBL
           PERFORM ECRIRE-RAPPORT-STOCK
           PERFORM FERM-RAPSTOCK
           PERFORM ECRIRE-TOTAL-SUBST
           PERFORM FERM-RAPSUBST
           DISPLAY 'FIN PROGRAMME MAJDB'
           GOBACK.


           MOVE VEU-NUM-PROD TO WS-PROD-NO
           SET PRIX-TROUVE TO TRUE
           SET SUBST-NON-EFFECTUEE TO TRUE
           MOVE VEU-NUM-CLI TO WS-CTRL-CLI
           MOVE VEU-NUM-EMP TO WS-CTRL-EMP
           MOVE VEU-CODE-LIVR TO WS-CTRL-LIVR
           MOVE VEU-QTE TO WS-QTE-CTRL
           PERFORM CONTROLER-QUANTITE-LIGNE
           IF PRIX-TROUVE
              PERFORM CONTROLER-REFERENCES-COMMANDE
           END-IF
           IF PRIX-TROUVE
              PERFORM SUBSTITUER-PRODUIT
              PERFORM CONTROLER-PRODUIT-ACTIF
           END-IF
           IF PRIX-TROUVE AND SUBST-EFFECTUEE
              MOVE WS-SUBST-SUCC TO VEU-NUM-PROD
              IF SUBST-PRIX-COMMANDE
                 MOVE WS-SUBST-ANCIEN TO WS-PROD-NO
              END-IF
           END-IF

           SET LIGNE-NON-PRICEE TO TRUE
           MOVE 'VEU' TO WS-REGION-COURANTE
           IF PRIX-TROUVE
              IF VEU-PRIX = SPACES OR SUBST-PRIX-SUCCESSEUR
                 PERFORM RECUPERER-PRIX-DB2
                 MOVE WS-PRIX-RECUP TO WS-PRIX-FINAL
              ELSE
              END-IF
           END-IF

      * LIGNE APPELANT UN ACCORD CADRE DU CLIENT (CODE DE L'ACCORD
      * DANS LA ZONE RESERVE DU FLUX)
           SET ACCORD-NON-CONSOMME TO TRUE
           IF PRIX-TROUVE AND VEU-RESERVE NOT = SPACES
              MOVE VEU-RESERVE TO WS-ACC-CODE
              MOVE VEU-QTE TO WS-ACC-QTE
              IF SUBST-EFFECTUEE
                 MOVE WS-SUBST-ANCIEN TO WS-ACC-P-NO
              ELSE
                 MOVE VEU-NUM-PROD TO WS-ACC-P-NO
              END-IF
              PERFORM APPLIQUER-ACCORD-CADRE
           END-IF

      * CONTROLE DU PRIX PORTE PAR LE FLUX CONTRE LE PRIX CATALOGUE
           IF PRIX-TROUVE AND LIGNE-PRICEE
              PERFORM CONTROLER-PRIX-CATALOGUE
              PERFORM ACK-COMPTER-ACCEPTEE

              IF ITEM-INSERE
                 IF ACCORD-A-CONSOMMER
                    PERFORM CONSOMMER-ACCORD-CADRE
                 END-IF

                 IF SUBST-EFFECTUEE
                    PERFORM ENREGISTRER-SUBSTITUTION
                 END-IF

                 PERFORM GERER-CA-CLIENT-VEU

                 PERFORM ACCUMULER-COMMISSION-VEU

           MOVE VAS-NUM-PROD TO WS-PROD-NO
           SET PRIX-TROUVE TO TRUE
           SET SUBST-NON-EFFECTUEE TO TRUE
           MOVE VAS-NUM-CLI TO WS-CTRL-CLI
           MOVE VAS-NUM-EMP TO WS-CTRL-EMP
           MOVE VAS-CODE-LIVR TO WS-CTRL-LIVR
           MOVE VAS-QTE TO WS-QTE-CTRL
           PERFORM CONTROLER-QUANTITE-LIGNE
           IF PRIX-TROUVE
              PERFORM CONTROLER-REFERENCES-COMMANDE
           END-IF
           IF PRIX-TROUVE
              PERFORM SUBSTITUER-PRODUIT
              PERFORM CONTROLER-PRODUIT-ACTIF
           END-IF
           IF PRIX-TROUVE AND SUBST-EFFECTUEE
              MOVE WS-SUBST-SUCC TO VAS-NUM-PROD
              IF SUBST-PRIX-COMMANDE
                 MOVE WS-SUBST-ANCIEN TO WS-PROD-NO
              END-IF
           END-IF

           SET LIGNE-NON-PRICEE TO TRUE
           MOVE 'VAS' TO WS-REGION-COURANTE
           IF PRIX-TROUVE
              IF VAS-PRIX = SPACES OR SUBST-PRIX-SUCCESSEUR
                 PERFORM RECUPERER-PRIX-DB2
                 MOVE WS-PRIX-RECUP TO WS-PRIX-FINAL
              ELSE
              END-IF
           END-IF

      * LIGNE APPELANT UN ACCORD CADRE DU CLIENT (CODE DE L'ACCORD
      * DANS LA ZONE RESERVE DU FLUX)
           SET ACCORD-NON-CONSOMME TO TRUE
           IF PRIX-TROUVE AND VAS-RESERVE NOT = SPACES
              MOVE VAS-RESERVE TO WS-ACC-CODE
              MOVE VAS-QTE TO WS-ACC-QTE
              IF SUBST-EFFECTUEE
                 MOVE WS-SUBST-ANCIEN TO WS-ACC-P-NO
              ELSE
                 MOVE VAS-NUM-PROD TO WS-ACC-P-NO
              END-IF
              PERFORM APPLIQUER-ACCORD-CADRE
           END-IF

      * CONTROLE DU PRIX PORTE PAR LE FLUX CONTRE LE PRIX CATALOGUE
           IF PRIX-TROUVE AND LIGNE-PRICEE
              PERFORM CONTROLER-PRIX-CATALOGUE
              PERFORM ACK-COMPTER-ACCEPTEE

              IF ITEM-INSERE
                 IF ACCORD-A-CONSOMMER
                    PERFORM CONSOMMER-ACCORD-CADRE
                 END-IF

                 IF SUBST-EFFECTUEE
                    PERFORM ENREGISTRER-SUBSTITUTION
                 END-IF

                 PERFORM GERER-CA-CLIENT-VAS

                 PERFORM ACCUMULER-COMMISSION-VAS

           MOVE VAM-NUM-PROD TO WS-PROD-NO
           SET PRIX-TROUVE TO TRUE
           SET SUBST-NON-EFFECTUEE TO TRUE
           MOVE VAM-NUM-CLI TO WS-CTRL-CLI
           MOVE VAM-NUM-EMP TO WS-CTRL-EMP
           MOVE VAM-CODE-LIVR TO WS-CTRL-LIVR
           MOVE VAM-QTE TO WS-QTE-CTRL
           PERFORM CONTROLER-QUANTITE-LIGNE
           IF PRIX-TROUVE
              PERFORM CONTROLER-REFERENCES-COMMANDE
           END-IF
           IF PRIX-TROUVE
              PERFORM SUBSTITUER-PRODUIT
              PERFORM CONTROLER-PRODUIT-ACTIF
           END-IF
           IF PRIX-TROUVE AND SUBST-EFFECTUEE
              MOVE WS-SUBST-SUCC TO VAM-NUM-PROD
              IF SUBST-PRIX-COMMANDE
                 MOVE WS-SUBST-ANCIEN TO WS-PROD-NO
              END-IF
           END-IF

           SET LIGNE-NON-PRICEE TO TRUE
           MOVE 'VAM' TO WS-REGION-COURANTE
           IF PRIX-TROUVE
              IF VAM-PRIX = SPACES OR SUBST-PRIX-SUCCESSEUR
                 PERFORM RECUPERER-PRIX-DB2
                 MOVE WS-PRIX-RECUP TO WS-PRIX-FINAL
              ELSE
              END-IF
           END-IF

      * LIGNE APPELANT UN ACCORD CADRE DU CLIENT (CODE DE L'ACCORD
      * DANS LA ZONE RESERVE DU FLUX)
           SET ACCORD-NON-CONSOMME TO TRUE
           IF PRIX-TROUVE AND VAM-RESERVE NOT = SPACES
              MOVE VAM-RESERVE TO WS-ACC-CODE
              MOVE VAM-QTE TO WS-ACC-QTE
              IF SUBST-EFFECTUEE
                 MOVE WS-SUBST-ANCIEN TO WS-ACC-P-NO
              ELSE
                 MOVE VAM-NUM-PROD TO WS-ACC-P-NO
              END-IF
              PERFORM APPLIQUER-ACCORD-CADRE
           END-IF

      * CONTROLE DU PRIX PORTE PAR LE FLUX CONTRE LE PRIX CATALOGUE
           IF PRIX-TROUVE AND LIGNE-PRICEE
              PERFORM CONTROLER-PRIX-CATALOGUE
              PERFORM ACK-COMPTER-ACCEPTEE

              IF ITEM-INSERE
                 IF ACCORD-A-CONSOMMER
                    PERFORM CONSOMMER-ACCORD-CADRE
                 END-IF

                 IF SUBST-EFFECTUEE
                    PERFORM ENREGISTRER-SUBSTITUTION
                 END-IF

                 PERFORM GERER-CA-CLIENT-VAM

                 PERFORM ACCUMULER-COMMISSION-VAM
           MOVE WS-DATE-FORMATTED TO ORD-O-DATE
           MOVE 'VEU' TO ORD-REGION
           MOVE WS-DATE-LIV-ISO TO ORD-DATE-LIVRAISON
           MOVE VEU-CODE-LIVR TO ORD-CODE-LIVR
           PERFORM LIRE-JOURS-NET-CLIENT
           
           MOVE ZERO TO WS-NB-RETRY
           PERFORM WITH TEST AFTER
               EXEC SQL
                   INSERT INTO API6.ORDERS
                   (O_NO, S_NO, C_NO, O_DATE, REGION,
                    DATE_LIVRAISON, CODE_LIVR, DATE_ECHEANCE)
                   VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO,
                           :ORD-O-DATE, :ORD-REGION,
                           :ORD-DATE-LIVRAISON, :ORD-CODE-LIVR,
                           DATE(:ORD-O-DATE) + :WS-JOURS-NET DAYS)
               END-EXEC

               IF SQLCODE = -911 OR SQLCODE = -913
               WHEN ZERO
                   ADD 1 TO WS-NB-ORDERS
                   SET CMD-DEJA-CREE TO TRUE
                   PERFORM MEMORISER-COMMANDE-CHARGEE
               WHEN -803
                   SET CMD-DEJA-CREE TO TRUE
               WHEN OTHER
           MOVE WS-DATE-FORMATTED TO ORD-O-DATE
           MOVE 'VAS' TO ORD-REGION
           MOVE WS-DATE-LIV-ISO TO ORD-DATE-LIVRAISON
           MOVE VAS-CODE-LIVR TO ORD-CODE-LIVR
           PERFORM LIRE-JOURS-NET-CLIENT
           
           MOVE ZERO TO WS-NB-RETRY
           PERFORM WITH TEST AFTER
               EXEC SQL
                   INSERT INTO API6.ORDERS
                   (O_NO, S_NO, C_NO, O_DATE, REGION,
                    DATE_LIVRAISON, CODE_LIVR, DATE_ECHEANCE)
                   VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO,
                           :ORD-O-DATE, :ORD-REGION,
                           :ORD-DATE-LIVRAISON, :ORD-CODE-LIVR,
                           DATE(:ORD-O-DATE) + :WS-JOURS-NET DAYS)
               END-EXEC

               IF SQLCODE = -911 OR SQLCODE = -913
               WHEN ZERO
                   ADD 1 TO WS-NB-ORDERS
                   SET CMD-DEJA-CREE TO TRUE
                   PERFORM MEMORISER-COMMANDE-CHARGEE
               WHEN -803
                   SET CMD-DEJA-CREE TO TRUE
               WHEN OTHER
           MOVE WS-DATE-FORMATTED TO ORD-O-DATE
           MOVE 'VAM' TO ORD-REGION
           MOVE WS-DATE-LIV-ISO TO ORD-DATE-LIVRAISON
           MOVE VAM-CODE-LIVR TO ORD-CODE-LIVR
           PERFORM LIRE-JOURS-NET-CLIENT

           MOVE ZERO TO WS-NB-RETRY
           PERFORM WITH TEST AFTER
               EXEC SQL
                   INSERT INTO API6.ORDERS
                   (O_NO, S_NO, C_NO, O_DATE, REGION,
                    DATE_LIVRAISON, CODE_LIVR, DATE_ECHEANCE)
                   VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO,
                           :ORD-O-DATE, :ORD-REGION,
                           :ORD-DATE-LIVRAISON, :ORD-CODE-LIVR,
                           DATE(:ORD-O-DATE) + :WS-JOURS-NET DAYS)
               END-EXEC

               IF SQLCODE = -911 OR SQLCODE = -913
               WHEN ZERO
                   ADD 1 TO WS-NB-ORDERS
                   SET CMD-DEJA-CREE TO TRUE
                   PERFORM MEMORISER-COMMANDE-CHARGEE
               WHEN -803
                   SET CMD-DEJA-CREE TO TRUE
               WHEN OTHER
      * rapport de commission
       ACCUMULER-COMMISSION-VEU.
           MOVE VEU-NUM-EMP TO WS-NUM-EMP-CHERCHE
           MOVE VEU-NUM-CMD TO CRV-O-NO
           PERFORM CREDITER-COMMISSION-LIGNE.

       ACCUMULER-COMMISSION-VAS.
           MOVE VAS-NUM-EMP TO WS-NUM-EMP-CHERCHE
           MOVE VAS-NUM-CMD TO CRV-O-NO
           PERFORM CREDITER-COMMISSION-LIGNE.

       ACCUMULER-COMMISSION-VAM.
           MOVE VAM-NUM-EMP TO WS-NUM-EMP-CHERCHE
           MOVE VAM-NUM-CMD TO CRV-O-NO
           PERFORM CREDITER-COMMISSION-LIGNE.

      * REPARTITION DU CHIFFRE D'AFFAIRES DE LA LIGNE ENTRE LE
      * VENDEUR ET LE PROPRIETAIRE DU TERRITOIRE SELON LA REGLE DE
      * CREDIT ; UNE LIGNE HORS TERRITOIRE EST SIGNALEE ET SA
      * REPARTITION ENREGISTREE POUR COMSETL
       CREDITER-COMMISSION-LIGNE.
           MOVE ZERO TO WS-CA-PROPRIETAIRE
           MOVE WS-CHIFFRE-AFF TO WS-CA-CREDITE

           IF HORS-TERRITOIRE
               ADD 1 TO WS-NB-HORS-TERRITOIRE
               DISPLAY 'HORS TERRITOIRE : CMD=' WS-CMD-PRECEDENTE
                       ' CLI=' WS-CTRL-CLI ' EMP=' WS-CTRL-EMP
                       ' PROPRIETAIRE=' WS-PROPRIETAIRE-CLI
               IF NOT CREDIT-VENDEUR
                   COMPUTE WS-CA-PROPRIETAIRE ROUNDED =
                       WS-CHIFFRE-AFF * WS-PART-PROPRIETAIRE
                   COMPUTE WS-CA-CREDITE =
                       WS-CHIFFRE-AFF - WS-CA-PROPRIETAIRE
                   PERFORM ENREGISTRER-CREDIT-VENTE
               END-IF
           END-IF

           IF WS-CA-CREDITE NOT = ZERO OR WS-CA-PROPRIETAIRE = ZERO
               PERFORM TROUVER-OU-CREER-EMP-COM
               IF WS-IDX-EMP-TROUVE2 > ZERO
                  ADD WS-CA-CREDITE TO COM-CA-TOTAL(WS-IDX-EMP-TROUVE2)
               END-IF
           END-IF

           IF WS-CA-PROPRIETAIRE NOT = ZERO
               MOVE WS-PROPRIETAIRE-CLI TO WS-NUM-EMP-CHERCHE
               PERFORM TROUVER-OU-CREER-EMP-COM
               IF WS-IDX-EMP-TROUVE2 > ZERO
                  ADD WS-CA-PROPRIETAIRE
                      TO COM-CA-TOTAL(WS-IDX-EMP-TROUVE2)
               END-IF
           END-IF.

      * QUOTES-PARTS DE LA COMMANDE DANS API6.CREDITS_VENTE ; LA
      * REPARTITION EST LA MEME POUR TOUTES LES LIGNES D'UNE
      * COMMANDE, LES DOUBLONS DES LIGNES SUIVANTES SONT IGNORES
       ENREGISTRER-CREDIT-VENTE.
           MOVE WS-CTRL-EMP TO CRV-E-NO-SAISI
           MOVE WS-PROPRIETAIRE-CLI TO CRV-E-NO
           MOVE WS-PART-PROPRIETAIRE TO CRV-QUOTE-PART
           PERFORM INSERER-CREDIT-VENTE

           IF WS-PART-PROPRIETAIRE < 1
               MOVE WS-CTRL-EMP TO CRV-E-NO
               COMPUTE CRV-QUOTE-PART = 1 - WS-PART-PROPRIETAIRE
               PERFORM INSERER-CREDIT-VENTE
           END-IF.

       INSERER-CREDIT-VENTE.
           EXEC SQL
               INSERT INTO API6.CREDITS_VENTE
               (O_NO, E_NO, QUOTE_PART, E_NO_SAISI)
               VALUES (:CRV-O-NO, :CRV-E-NO, :CRV-QUOTE-PART,
                       :CRV-E-NO-SAISI)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       TROUVER-OU-CREER-EMP-COM.
           MOVE 'N' TO WS-EMP-COM-TROUVE
           MOVE ZERO TO WS-IDX-EMP-TROUVE2
                   MOVE ZERO TO BSP-QTE-TOTALE(WS-IDX-PROD-TROUVE)
                   MOVE ZERO TO BSP-CA-TOTAL(WS-IDX-PROD-TROUVE)
                   MOVE ZERO TO BSP-MARGE-TOTALE(WS-IDX-PROD-TROUVE)
                   PERFORM CLASSER-PRODUIT-VENDU
               ELSE
                   DISPLAY 'TAB-VENTE-PRODUIT PLEINE - PROD IGNORE : '
                           WS-NUM-PROD-CHERCHE
               END-IF
           END-IF.

      * CATEGORIE DU PRODUIT VENDU, PRISE DANS LE CACHE CATALOGUE ;
      * UN PRODUIT HORS CACHE EST RANGE AVEC LES NON CLASSES
       CLASSER-PRODUIT-VENDU.
           MOVE 'NCLA' TO BSP-FAMILLE(WS-IDX-PROD-TROUVE)
           MOVE SPACES TO BSP-CAT-CODE(WS-IDX-PROD-TROUVE)
           PERFORM VARYING IDX-PCA FROM 1 BY 1
               UNTIL IDX-PCA > NB-PRODUITS-CACHE
               IF PCA-P-NO(IDX-PCA) = WS-NUM-PROD-CHERCHE
                   MOVE PCA-FAMILLE(IDX-PCA)
                       TO BSP-FAMILLE(WS-IDX-PROD-TROUVE)
                   MOVE PCA-CAT-CODE(IDX-PCA)
                       TO BSP-CAT-CODE(WS-IDX-PROD-TROUVE)
               END-IF
           END-PERFORM.

      * Verification de la limite de credit avant la MAJ
       MAJ-BALANCE-CLIENT.
           MOVE WS-CLIENT-PREC TO CUST-C-NO
               WHERE C_NO = :CUST-C-NO
           END-EXEC

           MOVE 'N' TO WS-CLIENT-INTERCO
           PERFORM VARYING IDX-ITC FROM 1 BY 1
               UNTIL IDX-ITC > NB-INTERCO
               IF ITC-C-NO(IDX-ITC) = WS-CLIENT-PREC
                   MOVE 'O' TO WS-CLIENT-INTERCO
               END-IF
           END-PERFORM

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM CONTROLER-LIMITE-GROUPE
      * UN CLIENT INTRAGROUPE N'EST JAMAIS MIS EN HOLD : SA BALANCE
      * EST UNE CREANCE ENTRE ENTITES DU GROUPE, TRAITEE COMME SANS
      * LIMITE DE CREDIT
                   IF WS-CLIENT-INTERCO = 'O'
                       MOVE 'N' TO WS-GROUPE-DEPASSE
                       MOVE ZERO TO CUST-CREDIT-LIMIT
                   END-IF
                   IF WS-GROUPE-DEPASSE = 'O'
      * L'EXPOSITION DU GROUPE DEPASSE SA LIMITE : LE HOLD PORTE LES
      * CHIFFRES DU GROUPE, PAS CEUX DE LA SEULE SUCCURSALE
           DISPLAY 'RATTACHEMENTS DE GROUPE CHARGES : ' NB-GROUPES
           .

      * CHARGEMENT DES CLIENTS INTRAGROUPE (ZONE INTERCO DE SOCIECLI
      * RENSEIGNEE). LA MEME LISTE EST RECOPIEE DANS
      * API6.CLIENTS_INTERCO, QUE LA SAISIE EN LIGNE (A5CMDE) LIT POUR
      * NE PAS BLOQUER UN CLIENT INTRAGROUPE SUR SA LIMITE DE CREDIT
       CHARGER-CLIENTS-INTERCO.
           MOVE ZERO TO NB-INTERCO
           EXEC SQL
               DELETE FROM API6.CLIENTS_INTERCO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF
           OPEN INPUT SOCIETES-CLIENTS
           IF FS-SOCIECLI = ZERO
               MOVE ZERO TO WS-FF-GROUPES
               PERFORM UNTIL WS-FF-GROUPES = 1
                   READ SOCIETES-CLIENTS
                       AT END
                           MOVE 1 TO WS-FF-GROUPES
                       NOT AT END
                           IF SCL-INTERCO NOT = SPACE
                              AND NB-INTERCO < 200
                               ADD 1 TO NB-INTERCO
                               MOVE SCL-C-NO
                                   TO ITC-C-NO(NB-INTERCO)
                           END-IF
                           IF SCL-INTERCO NOT = SPACE
                               PERFORM INSERER-CLIENT-INTERCO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOCIETES-CLIENTS
           END-IF
           DISPLAY 'CLIENTS INTRAGROUPE CHARGES : ' NB-INTERCO
           .

       INSERER-CLIENT-INTERCO.
           MOVE SCL-C-NO TO CICO-C-NO
           MOVE SCL-INTERCO TO CICO-ENTITE
           EXEC SQL
               INSERT INTO API6.CLIENTS_INTERCO
                   (C_NO, ENTITE)
               VALUES
                   (:CICO-C-NO, :CICO-ENTITE)
           END-EXEC
      * UN CLIENT PRESENT DEUX FOIS DANS SOCIECLI N'EST GARDE QU'UNE
      * FOIS
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               PERFORM ABEND-PROG
           END-IF
           .

      * EXPOSITION COMBINEE DU GROUPE DU CLIENT EN COURS : LA SOMME
      * DES BALANCES DU COMPTE MERE ET DE SES SUCCURSALES EST
      * COMPAREE A LA LIMITE DE GROUPE ; SANS RATTACHEMENT OU SANS
                   END-IF
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           PERFORM CONSOMMER-LOTS-DEPOT.

      * PRISE DE LA QUANTITE DECREMENTEE SUR LES LOTS DU DEPOT, DU
      * PLUS ANCIEN AU PLUS RECENT, JUSQU'A COUVERTURE OU EPUISEMENT
      * DES LOTS
       CONSOMMER-LOTS-DEPOT.
           MOVE STK-P-NO TO SLOT-P-NO
           MOVE WS-DEPOT-COURANT TO SLOT-DEPOT
           MOVE STK-QTE-STOCK TO WS-LOT-RESTE

           EXEC SQL
               OPEN CLOTSDEP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-LOT-DEPOT

           PERFORM UNTIL SQLCODE = +100 OR WS-LOT-RESTE NOT > ZERO
               IF WS-LOT-QTE > WS-LOT-RESTE
                   MOVE WS-LOT-RESTE TO WS-LOT-PRIS
               ELSE
                   MOVE WS-LOT-QTE TO WS-LOT-PRIS
               END-IF
               PERFORM AFFECTER-LOT-LIGNE
               SUBTRACT WS-LOT-PRIS FROM WS-LOT-RESTE
               PERFORM FETCH-LOT-DEPOT
           END-PERFORM

           EXEC SQL
               CLOSE CLOTSDEP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           IF WS-LOT-RESTE > ZERO
               ADD 1 TO WS-NB-SANS-LOT
           END-IF.

       FETCH-LOT-DEPOT.
           EXEC SQL
               FETCH CLOTSDEP
               INTO :WS-LOT-CODE,
                    :WS-LOT-QTE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * DECREMENT DU LOT ET TRACE LOT -> LIGNE DE COMMANDE ; -803 EN
      * REJEU OU QUAND LA COMMANDE PREND DEUX FOIS LE MEME LOT (KIT
      * ET VENTE UNITAIRE DU MEME COMPOSANT) : LA QUANTITE EST CUMULEE
       AFFECTER-LOT-LIGNE.
           EXEC SQL
               UPDATE API6.STOCKS_LOT
               SET QTE_STOCK = QTE_STOCK - :WS-LOT-PRIS
               WHERE P_NO = :SLOT-P-NO
                 AND DEPOT = :SLOT-DEPOT
                 AND LOT = :WS-LOT-CODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE ITEM-O-NO TO LLIG-O-NO
           MOVE SLOT-P-NO TO LLIG-P-NO
           MOVE SLOT-DEPOT TO LLIG-DEPOT
           MOVE WS-LOT-CODE TO LLIG-LOT
           MOVE WS-LOT-PRIS TO LLIG-QTE

           EXEC SQL
               INSERT INTO API6.LOTS_LIGNES
               (O_NO, P_NO, DEPOT, LOT, QTE, DATE_AFFECT)
               VALUES (:LLIG-O-NO, :LLIG-P-NO, :LLIG-DEPOT,
                       :LLIG-LOT, :LLIG-QTE, CURRENT DATE)
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN -803
                   EXEC SQL
                       UPDATE API6.LOTS_LIGNES
                       SET QTE = QTE + :LLIG-QTE
                       WHERE O_NO = :LLIG-O-NO
                         AND P_NO = :LLIG-P-NO
                         AND DEPOT = :LLIG-DEPOT
                         AND LOT = :LLIG-LOT
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * SI LE DECREMENT A FAIT PASSER LE STOCK EN NEGATIF, LA PART DE
           END-STRING
           WRITE ENR-RAPSTOCK

           MOVE WS-NB-SANS-LOT TO ED-NB-SANS-LOT
           MOVE SPACES TO ENR-RAPSTOCK
           STRING 'DECREMENTS NON COUVERTS PAR UN LOT : '
               DELIMITED BY SIZE
               ED-NB-SANS-LOT DELIMITED BY SIZE
               INTO ENR-RAPSTOCK
           END-STRING
           WRITE ENR-RAPSTOCK

           IF FS-RAPSTOCK NOT = ZERO
               DISPLAY 'ERR WRITE RAPSTOCK - FS : ', FS-RAPSTOCK
           END-IF
               MOVE WS-CTRL-CLI TO WS-DERNIER-CLI-VERIFIE
               MOVE WS-CTRL-CLI TO CUST-C-NO
               EXEC SQL
                   SELECT C_NO, STATE
                   INTO :CUST-C-NO, :CUST-STATE
                   FROM API6.CUSTOMERS
                   WHERE C_NO = :CUST-C-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       SET CLI-VALIDE TO TRUE
                       MOVE CUST-STATE TO WS-CTRL-STATE
                       PERFORM LIRE-PROPRIETAIRE-CLIENT
                   WHEN +100
                       SET CLI-INVALIDE TO TRUE
                   WHEN OTHER
                   MOVE WS-CTRL-EMP TO WS-DERNIER-EMP-VERIFIE
                   MOVE WS-CTRL-EMP TO EMP-E-NO
                   EXEC SQL
                       SELECT E_NO, STATUT
                       INTO :EMP-E-NO, :EMP-STATUT
                       FROM API6.EMPLOYEES
                       WHERE E_NO = :EMP-E-NO
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN ZERO
                           SET EMP-VALIDE TO TRUE
                           MOVE EMP-STATUT TO WS-EMP-STATUT
                       WHEN +100
                           SET EMP-INVALIDE TO TRUE
                       WHEN OTHER
               IF EMP-INVALIDE
                   SET PRIX-NON-TROUVE TO TRUE
                   MOVE 'VENDEUR INCONNU EN BASE' TO WS-RAISON-SUSPENS
               ELSE
                   IF EMP-SORTI
                       SET PRIX-NON-TROUVE TO TRUE
                       MOVE 'VENDEUR SORTI' TO WS-RAISON-SUSPENS
                       ADD 1 TO WS-NB-VENDEUR-SORTI
                   ELSE
                       SET DANS-TERRITOIRE TO TRUE
                       IF WS-PROPRIETAIRE-CLI NOT = ZERO
                          AND WS-PROPRIETAIRE-CLI NOT = WS-CTRL-EMP
                           SET HORS-TERRITOIRE TO TRUE
                       END-IF
                       PERFORM CONTROLER-CODE-LIVRAISON
                   END-IF
               END-IF
           END-IF.

      * PROPRIETAIRE DU CLIENT : AFFECTATION NOMINATIVE DU CLIENT EN
      * PRIORITE, SINON CELLE DE SON ETAT (LIGNE A C_NO = 0). UN
      * PROPRIETAIRE SORTI OU UN CLIENT HORS DE TOUT TERRITOIRE
      * LAISSE LE CREDIT AU VENDEUR DE LA LIGNE
       LIRE-PROPRIETAIRE-CLIENT.
           MOVE ZERO TO WS-PROPRIETAIRE-CLI
           MOVE CUST-C-NO TO TER-C-NO
           EXEC SQL
               SELECT T.E_NO
               INTO :TER-E-NO
               FROM API6.TERRITOIRES T
               INNER JOIN API6.EMPLOYEES E ON E.E_NO = T.E_NO
               WHERE T.C_NO = :TER-C-NO
                 AND E.STATUT <> 'S'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE TER-E-NO TO WS-PROPRIETAIRE-CLI
               WHEN +100
                   MOVE WS-CTRL-STATE TO TER-STATE
                   EXEC SQL
                       SELECT MIN(T.E_NO)
                       INTO :TER-E-NO
                       FROM API6.TERRITOIRES T
                       INNER JOIN API6.EMPLOYEES E ON E.E_NO = T.E_NO
                       WHERE T.C_NO = 0
                         AND T.STATE = :TER-STATE
                         AND E.STATUT <> 'S'
                       HAVING COUNT(*) > 0
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN ZERO
                           MOVE TER-E-NO TO WS-PROPRIETAIRE-CLI
                       WHEN +100
                           CONTINUE
                       WHEN OTHER
                           PERFORM ABEND-PROG
                   END-EVALUATE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * LE CODE DE LIVRAISON, S'IL EST RENSEIGNE, DOIT DESIGNER UNE
      * ADRESSE DE LIVRAISON DU CLIENT DE LA LIGNE DANS SHIP_TO
       CONTROLER-CODE-LIVRAISON.
           IF WS-CTRL-LIVR NOT = SPACES
               IF WS-PREMIER-CTRL-LIVR = 1
                  OR WS-CTRL-CLI NOT = WS-DERNIER-LIVR-CLI
                  OR WS-CTRL-LIVR NOT = WS-DERNIER-LIVR-CODE
                   MOVE ZERO TO WS-PREMIER-CTRL-LIVR
                   MOVE WS-CTRL-CLI TO WS-DERNIER-LIVR-CLI
                   MOVE WS-CTRL-LIVR TO WS-DERNIER-LIVR-CODE
                   MOVE WS-CTRL-CLI TO SHP-C-NO
                   MOVE WS-CTRL-LIVR TO SHP-CODE-LIVR
                   EXEC SQL
                       SELECT CODE_LIVR
                       INTO :SHP-CODE-LIVR
                       FROM API6.SHIP_TO
                       WHERE C_NO = :SHP-C-NO
                         AND CODE_LIVR = :SHP-CODE-LIVR
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN ZERO
                           SET LIVR-VALIDE TO TRUE
                       WHEN +100
                           SET LIVR-INVALIDE TO TRUE
                       WHEN OTHER
                           PERFORM ABEND-PROG
                   END-EVALUATE
               END-IF
               IF LIVR-INVALIDE
                   SET PRIX-NON-TROUVE TO TRUE
                   MOVE 'CODE LIVRAISON INCONNU' TO WS-RAISON-SUSPENS
               END-IF
           END-IF.

      * COMPARE LE PRIX CONVERTI DE LA LIGNE AU PRIX CATALOGUE DU
      * PRODUIT : UN ECART AU-DELA DE LA TOLERANCE (DANS UN SENS
      * COMME DANS L'AUTRE) ENVOIE LA LIGNE EN SUSPENS ; LES ECARTS
      * TOLERES ALIMENTENT LA VARIANCE DE MARGE PAR REGION DU RAPPORT
      * DE RECONCILIATION. UN PRODUIT SANS PRIX CATALOGUE N'EST PAS
      * CONTROLABLE ET PASSE TEL QUEL
       CONTROLER-PRIX-CATALOGUE.
           PERFORM CHERCHER-PRODUIT-CACHE
           IF WS-IDX-PCA-TROUVE > ZERO
               MOVE PCA-PRICE(WS-IDX-PCA-TROUVE)
                   TO WS-PRIX-CATALOGUE
               PERFORM CHERCHER-PRIX-CONTRAT
               IF WS-IDX-CTC-TROUVE > ZERO
                   MOVE CTC-PRIX-NET(WS-IDX-CTC-TROUVE)
                       TO WS-PRIX-CATALOGUE
               END-IF
               IF WS-PRIX-CATALOGUE > ZERO
                   COMPUTE WS-ECART-CATALOGUE-PCT =
                       (WS-PRIX-FINAL - WS-PRIX-CATALOGUE)
               END-IF
           END-PERFORM.

      * L'ACCORD DU CLIENT DOIT PORTER SUR LE PRODUIT COMMANDE ET
      * COUVRIR LA DATE DE COMMANDE. DANS LA LIMITE DU RESTE A
      * APPELER, LA LIGNE EST PRICEE AU PRIX ACCORDE (LE PRIX EVENTUEL
      * DU FLUX EST IGNORE, SANS CONTROLE DE TOLERANCE) ; AU-DELA,
      * SELON LA REGLE DE L'ACCORD : 'R' = LIGNE EN SUSPENS, 'C' =
      * LIGNE ENTIERE AU PRIX HABITUEL (CATALOGUE OU CONTRAT), SANS
      * DECOMPTE SUR L'ACCORD
       APPLIQUER-ACCORD-CADRE.
           MOVE WS-CTRL-CLI TO ACC-C-NO
           MOVE WS-ACC-CODE TO ACC-CODE-ACCORD

           EXEC SQL
               SELECT P_NO, QTE_ENGAGEE, PRIX_ACCORDE,
                      DATE_DEBUT, DATE_FIN, QTE_APPELEE,
                      REGLE_DEPASS
               INTO :ACC-P-NO, :ACC-QTE-ENGAGEE, :ACC-PRIX-ACCORDE,
                    :ACC-DATE-DEBUT, :ACC-DATE-FIN, :ACC-QTE-APPELEE,
                    :ACC-REGLE-DEPASS
               FROM API6.ACCORDS_CADRE
               WHERE C_NO = :ACC-C-NO
                 AND CODE_ACCORD = :ACC-CODE-ACCORD
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET PRIX-NON-TROUVE TO TRUE
                   MOVE 'ACCORD CADRE INCONNU' TO WS-RAISON-SUSPENS
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF PRIX-TROUVE AND ACC-P-NO NOT = WS-ACC-P-NO
               SET PRIX-NON-TROUVE TO TRUE
               MOVE 'PRODUIT HORS ACCORD CADRE' TO WS-RAISON-SUSPENS
           END-IF

           IF PRIX-TROUVE
              AND (WS-DATE-FORMATTED < ACC-DATE-DEBUT
                   OR WS-DATE-FORMATTED > ACC-DATE-FIN)
               SET PRIX-NON-TROUVE TO TRUE
               MOVE 'ACCORD CADRE HORS VALIDITE' TO WS-RAISON-SUSPENS
           END-IF

           IF PRIX-TROUVE
               COMPUTE WS-ACC-RESTE =
                   ACC-QTE-ENGAGEE - ACC-QTE-APPELEE
               IF WS-ACC-QTE <= WS-ACC-RESTE
                   MOVE ACC-PRIX-ACCORDE TO WS-PRIX-FINAL
                   SET LIGNE-NON-PRICEE TO TRUE
                   SET ACCORD-A-CONSOMMER TO TRUE
               ELSE
                   ADD 1 TO WS-NB-ACCORD-DEPASSE
                   IF ACC-REGLE-DEPASS = 'C'
                       DISPLAY 'APPEL AU-DELA DE L''ACCORD ' WS-ACC-CODE
                               ' CLI=' WS-CTRL-CLI
                               ' - PRIX HABITUEL APPLIQUE'
                   ELSE
                       SET PRIX-NON-TROUVE TO TRUE
                       MOVE 'QTE AU-DELA DE L''ACCORD CADRE'
                           TO WS-RAISON-SUSPENS
                   END-IF
               END-IF
           END-IF.

      * DECOMPTE DE L'APPEL SUR L'ACCORD ET TRACE DE L'APPEL PAR
      * LIGNE DE COMMANDE (API6.APPELS_ACCORD), QUI PERMET DE RENDRE
      * LA QUANTITE SUR UNE ANNULATION OU UNE REDUCTION
       CONSOMMER-ACCORD-CADRE.
           MOVE WS-ACC-QTE TO APL-QTE
           EXEC SQL
               UPDATE API6.ACCORDS_CADRE
               SET QTE_APPELEE = QTE_APPELEE + :APL-QTE
               WHERE C_NO = :ACC-C-NO
                 AND CODE_ACCORD = :ACC-CODE-ACCORD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE ITEM-O-NO TO APL-O-NO
           MOVE ITEM-P-NO TO APL-P-NO
           MOVE ACC-C-NO TO APL-C-NO
           MOVE ACC-CODE-ACCORD TO APL-CODE-ACCORD
           MOVE WS-DATE-FORMATTED TO APL-DATE-APPEL
           MOVE 'MAJDB' TO APL-ORIGINE
           EXEC SQL
               INSERT INTO API6.APPELS_ACCORD
               (O_NO, P_NO, C_NO, CODE_ACCORD, QTE, DATE_APPEL,
                ORIGINE)
               VALUES (:APL-O-NO, :APL-P-NO, :APL-C-NO,
                       :APL-CODE-ACCORD, :APL-QTE, :APL-DATE-APPEL,
                       :APL-ORIGINE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-APPELS-ACCORD.

      * RETOUR A L'ACCORD DE LA QUANTITE ANNULEE OU REDUITE D'UNE
      * LIGNE (APL-O-NO, APL-P-NO ET WS-ACC-QTE-RENDUE POSITIONNES PAR
      * L'APPELANT), DANS LA LIMITE DE CE QUI A ETE APPELE ; UNE LIGNE
      * HORS ACCORD N'A PAS D'APPEL ET N'EST PAS CONCERNEE
       RENDRE-APPEL-ACCORD.
           EXEC SQL
               SELECT C_NO, CODE_ACCORD, QTE
               INTO :APL-C-NO, :APL-CODE-ACCORD, :APL-QTE
               FROM API6.APPELS_ACCORD
               WHERE O_NO = :APL-O-NO
                 AND P_NO = :APL-P-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   IF WS-ACC-QTE-RENDUE > APL-QTE
                       MOVE APL-QTE TO WS-ACC-QTE-RENDUE
                   END-IF
                   EXEC SQL
                       UPDATE API6.ACCORDS_CADRE
                       SET QTE_APPELEE =
                           QTE_APPELEE - :WS-ACC-QTE-RENDUE
                       WHERE C_NO = :APL-C-NO
                         AND CODE_ACCORD = :APL-CODE-ACCORD
                   END-EXEC
                   IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
                       PERFORM ABEND-PROG
                   END-IF
                   IF WS-ACC-QTE-RENDUE = APL-QTE
                       EXEC SQL
                           DELETE FROM API6.APPELS_ACCORD
                           WHERE O_NO = :APL-O-NO
                             AND P_NO = :APL-P-NO
                       END-EXEC
                   ELSE
                       EXEC SQL
                           UPDATE API6.APPELS_ACCORD
                           SET QTE = QTE - :WS-ACC-QTE-RENDUE
                           WHERE O_NO = :APL-O-NO
                             AND P_NO = :APL-P-NO
                       END-EXEC
                   END-IF
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * REFUS DES LIGNES DE VENTE SUR UN PRODUIT RETIRE DU CATALOGUE
      * (DISCONTINUED='O', POSE PAR MAJPROD) : LA LIGNE PART EN
      * SUSPENS AU LIEU D'ETRE COMPTABILISEE EN SILENCE ; UN PRODUIT
                   MOVE WS-PROD-DISCONTINUED
                       TO PCA-DISCONTINUED(IDX-PCA)
                   MOVE WS-COUT-CATALOGUE TO PCA-COST(IDX-PCA)
                   MOVE WS-PROD-CAT-CODE TO PCA-CAT-CODE(IDX-PCA)
                   MOVE WS-PROD-FAMILLE TO PCA-FAMILLE(IDX-PCA)
               ELSE
                   DISPLAY 'TAB-PRODUITS PLEINE - CATALOGUE TROP '
                           'GRAND POUR LE CACHE - RUN REFUSE'
               INTO :WS-PROD-NO,
                    :WS-PRIX-CATALOGUE,
                    :WS-PROD-DISCONTINUED,
                    :WS-COUT-CATALOGUE,
                    :WS-PROD-CAT-CODE,
                    :WS-PROD-FAMILLE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
                   TO CK-QTE-CONSOMMEE(WS-IDX-CKI-TROUVE)
           END-IF.

      * CONTRAT DU CLIENT EN COURS SUR LE PRODUIT EN COURS, EN
      * VIGUEUR A LA DATE DE COMMANDE ; A PERIODES QUI SE
      * CHEVAUCHENT, LE CONTRAT LE PLUS RECENT L'EMPORTE (CACHE TRIE
      * PAR DATE DE DEBUT)
       CHERCHER-PRIX-CONTRAT.
           MOVE ZERO TO WS-IDX-CTC-TROUVE
           PERFORM VARYING IDX-CTC FROM 1 BY 1
               UNTIL IDX-CTC > NB-CONTRATS-CACHE
                  OR CTC-C-NO(IDX-CTC) > WS-CTRL-CLI
               IF CTC-C-NO(IDX-CTC) = WS-CTRL-CLI
                  AND CTC-P-NO(IDX-CTC) = WS-PROD-NO
                  AND CTC-DATE-DEBUT(IDX-CTC) NOT > WS-DATE-FORMATTED
                  AND CTC-DATE-FIN(IDX-CTC) NOT < WS-DATE-FORMATTED
                   SET WS-IDX-CTC-TROUVE TO IDX-CTC
               END-IF
           END-PERFORM.

      * CHARGEMENT DES PRIX CONTRACTUELS EN MEMOIRE ; TABLE VIDE =
      * AUCUN CONTRAT, TOUT EST PRICE AU CATALOGUE COMME AVANT
       CHARGER-CONTRATS-MEMOIRE.
           MOVE ZERO TO NB-CONTRATS-CACHE

           EXEC SQL
               OPEN CCTRCACHE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-CONTRAT-CACHE

           PERFORM UNTIL SQLCODE = +100
               IF NB-CONTRATS-CACHE < 2000
                   ADD 1 TO NB-CONTRATS-CACHE
                   SET IDX-CTC TO NB-CONTRATS-CACHE
                   MOVE CTR-C-NO TO CTC-C-NO(IDX-CTC)
                   MOVE CTR-P-NO TO CTC-P-NO(IDX-CTC)
                   MOVE CTR-PRIX-NET TO CTC-PRIX-NET(IDX-CTC)
                   MOVE CTR-DATE-DEBUT TO CTC-DATE-DEBUT(IDX-CTC)
                   MOVE CTR-DATE-FIN TO CTC-DATE-FIN(IDX-CTC)
               ELSE
                   DISPLAY 'TAB-CONTRATS PLEINE - CONTRATS EN '
                           'VIGUEUR TROP NOMBREUX POUR LE CACHE - '
                           'RUN REFUSE'
                   PERFORM ABEND-PROG
               END-IF
               PERFORM FETCH-CONTRAT-CACHE
           END-PERFORM

           EXEC SQL
               CLOSE CCTRCACHE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           DISPLAY 'PRIX CONTRACTUELS EN CACHE : ' NB-CONTRATS-CACHE
                   ' (EN VIGUEUR AU ' WS-DATE-CMD-MIN ')'
           .

       FETCH-CONTRAT-CACHE.
           EXEC SQL
               FETCH CCTRCACHE
               INTO :CTR-C-NO,
                    :CTR-P-NO,
                    :CTR-PRIX-NET,
                    :CTR-DATE-DEBUT,
                    :CTR-DATE-FIN
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * CHARGEMENT DES SUCCESSEURS EN MEMOIRE ; TABLE VIDE = AUCUNE
      * SUBSTITUTION, LES PRODUITS RETIRES PARTENT EN SUSPENS
       CHARGER-SUBST-MEMOIRE.
           MOVE ZERO TO NB-SUBST-CACHE

           EXEC SQL
               OPEN CSUBCACHE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-SUBST-CACHE

           PERFORM UNTIL SQLCODE = +100
               IF NB-SUBST-CACHE < 500
                   ADD 1 TO NB-SUBST-CACHE
                   SET IDX-SBC TO NB-SUBST-CACHE
                   MOVE SUB-P-NO TO SBC-P-NO(IDX-SBC)
                   MOVE SUB-P-NO-SUCC TO SBC-P-NO-SUCC(IDX-SBC)
                   MOVE SUB-REGLE-PRIX TO SBC-REGLE-PRIX(IDX-SBC)
               ELSE
                   DISPLAY 'TAB-SUBSTITUTIONS PLEINE - TROP DE '
                           'SUCCESSEURS POUR LE CACHE - RUN REFUSE'
                   PERFORM ABEND-PROG
               END-IF
               PERFORM FETCH-SUBST-CACHE
           END-PERFORM

           EXEC SQL
               CLOSE CSUBCACHE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           DISPLAY 'SUCCESSEURS EN CACHE : ' NB-SUBST-CACHE
           .

       FETCH-SUBST-CACHE.
           EXEC SQL
               FETCH CSUBCACHE
               INTO :SUB-P-NO,
                    :SUB-P-NO-SUCC,
                    :SUB-REGLE-PRIX
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * PRODUIT RETIRE DE LA LIGNE EN COURS : REMPLACE PAR SON
      * SUCCESSEUR S'IL EN A UN, EN SUIVANT LA CHAINE SUR CINQ
      * GENERATIONS AU PLUS ; LA REGLE DE PRIX RETENUE EST CELLE DU
      * PREMIER MAILLON. UN SUCCESSEUR FINAL LUI-MEME RETIRE EST
      * ENSUITE REFUSE PAR CONTROLER-PRODUIT-ACTIF
       SUBSTITUER-PRODUIT.
           SET SUBST-NON-EFFECTUEE TO TRUE
           MOVE WS-PROD-NO TO WS-SUBST-ANCIEN
           MOVE ZERO TO WS-NB-SAUTS-SUBST
           PERFORM CHERCHER-PRODUIT-CACHE
           PERFORM UNTIL WS-IDX-PCA-TROUVE = ZERO
                      OR PCA-DISCONTINUED(WS-IDX-PCA-TROUVE) NOT = 'O'
                      OR WS-NB-SAUTS-SUBST > 4
               PERFORM CHERCHER-SUCCESSEUR
               IF WS-IDX-SBC-TROUVE = ZERO
                   MOVE ZERO TO WS-IDX-PCA-TROUVE
               ELSE
                   IF SUBST-NON-EFFECTUEE
                       SET SUBST-EFFECTUEE TO TRUE
                       MOVE SBC-REGLE-PRIX(WS-IDX-SBC-TROUVE)
                           TO WS-SUBST-REGLE
                   END-IF
                   MOVE SBC-P-NO-SUCC(WS-IDX-SBC-TROUVE)
                       TO WS-PROD-NO
                   ADD 1 TO WS-NB-SAUTS-SUBST
                   PERFORM CHERCHER-PRODUIT-CACHE
               END-IF
           END-PERFORM
           MOVE WS-PROD-NO TO WS-SUBST-SUCC.

       CHERCHER-SUCCESSEUR.
           MOVE ZERO TO WS-IDX-SBC-TROUVE
           PERFORM VARYING IDX-SBC FROM 1 BY 1
               UNTIL IDX-SBC > NB-SUBST-CACHE
                  OR WS-IDX-SBC-TROUVE > ZERO
               IF SBC-P-NO(IDX-SBC) = WS-PROD-NO
                   SET WS-IDX-SBC-TROUVE TO IDX-SBC
               END-IF
           END-PERFORM.

      * TRACE DE LA SUBSTITUTION CONTRE LA LIGNE DE COMMANDE, POUR
      * L'ACCUSE DE RECEPTION DU CLIENT, ET LIGNE DU RAPPORT DE
      * CONTROLE ; UN REJEU DE RESTART (-803) N'EST PAS RECOMPTE
       ENREGISTRER-SUBSTITUTION.
           MOVE ITEM-O-NO TO SBL-O-NO
           MOVE ITEM-P-NO TO SBL-P-NO
           MOVE WS-SUBST-ANCIEN TO SBL-P-NO-ANCIEN
           MOVE WS-SUBST-REGLE TO SBL-REGLE-PRIX
           MOVE 'MAJDB' TO SBL-ORIGINE
           EXEC SQL
               INSERT INTO API6.SUBST_LIGNES
               (O_NO, P_NO, P_NO_ANCIEN, REGLE_PRIX, ORIGINE,
                DATE_SUBST)
               VALUES (:SBL-O-NO, :SBL-P-NO, :SBL-P-NO-ANCIEN,
                       :SBL-REGLE-PRIX, :SBL-ORIGINE, CURRENT DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           ADD 1 TO WS-NB-SUBSTITUEES
           MOVE ITEM-O-NO TO ED-SUBST-O-NO
           MOVE ITEM-QUANTITY TO ED-SUBST-QTE
           MOVE ITEM-PRICE TO ED-SUBST-PRIX
           MOVE SPACES TO ENR-RAPSUBST
           STRING WS-REGION-COURANTE
                  ' CMD=' ED-SUBST-O-NO
                  '  ' WS-SUBST-ANCIEN ' -> ' ITEM-P-NO
                  '  REGLE=' WS-SUBST-REGLE
                  '  QTE=' ED-SUBST-QTE
                  '  PRIX=' ED-SUBST-PRIX
               DELIMITED BY SIZE INTO ENR-RAPSUBST
           END-STRING
           WRITE ENR-RAPSUBST
           IF FS-RAPSUBST NOT = ZERO
               DISPLAY 'ERR WRITE RAPSUBST - FS : ', FS-RAPSUBST
           END-IF
           DISPLAY 'SUBSTITUTION CMD=' ED-SUBST-O-NO ' '
                   WS-SUBST-ANCIEN ' -> ' ITEM-P-NO.

       OUV-RAPSUBST.
           OPEN OUTPUT RAPPORT-SUBST
           IF FS-RAPSUBST NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPSUBST - FS : ', FS-RAPSUBST
           END-IF
           MOVE SPACES TO ENR-RAPSUBST
           STRING '=== SUBSTITUTIONS DE PRODUITS RETIRES ==='
               DELIMITED BY SIZE INTO ENR-RAPSUBST
           END-STRING
           WRITE ENR-RAPSUBST.

       ECRIRE-TOTAL-SUBST.
           MOVE WS-NB-SUBSTITUEES TO ED-NB-SUBSTITUEES
           MOVE SPACES TO ENR-RAPSUBST
           STRING 'LIGNES SUBSTITUEES : ' ED-NB-SUBSTITUEES
               DELIMITED BY SIZE INTO ENR-RAPSUBST
           END-STRING
           WRITE ENR-RAPSUBST.

       FERM-RAPSUBST.
           CLOSE RAPPORT-SUBST
           IF FS-RAPSUBST NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RAPSUBST - FS : ', FS-RAPSUBST
           END-IF.

       CHERCHER-PRODUIT-CACHE.
           MOVE ZERO TO WS-IDX-PCA-TROUVE
           PERFORM VARYING IDX-PCA FROM 1 BY 1
           IF WS-IDX-PCA-TROUVE > ZERO
               MOVE PCA-PRICE(WS-IDX-PCA-TROUVE) TO WS-PRIX-RECUP
               SET PRIX-TROUVE TO TRUE
               PERFORM CHERCHER-PRIX-CONTRAT
               IF WS-IDX-CTC-TROUVE > ZERO
                   MOVE CTC-PRIX-NET(WS-IDX-CTC-TROUVE)
                       TO WS-PRIX-RECUP
                   ADD 1 TO WS-NB-PRIX-CONTRAT
               END-IF
           ELSE
               DISPLAY 'PRODUIT NON TROUVE : ' WS-PROD-NO
               MOVE ZERO TO WS-PRIX-RECUP
               DELIMITED BY SIZE INTO ENR-RAPRECON
           WRITE ENR-RAPRECON

           MOVE WS-NB-PRIX-CONTRAT TO ED-WS-NB-SUSPENS
           MOVE SPACES TO ENR-RAPRECON
           STRING 'LIGNES PRICEES AU PRIX CONTRACTUEL : '
               ED-WS-NB-SUSPENS
               DELIMITED BY SIZE INTO ENR-RAPRECON
           WRITE ENR-RAPRECON

           MOVE WS-NB-QTE-NULLE TO ED-WS-NB-SUSPENS
           MOVE SPACES TO ENR-RAPRECON
           STRING 'QUANTITES NULLES (SUSPENS) : '
               DELIMITED BY SIZE INTO ENR-RAPRECON
           WRITE ENR-RAPRECON

           MOVE WS-NB-VENDEUR-SORTI TO ED-WS-NB-SUSPENS
           MOVE SPACES TO ENR-RAPRECON
           STRING 'VENDEURS SORTIS (SUSPENS) : '
               ED-WS-NB-SUSPENS
               DELIMITED BY SIZE INTO ENR-RAPRECON
           WRITE ENR-RAPRECON

           MOVE WS-NB-HORS-TERRITOIRE TO ED-WS-NB-SUSPENS
           MOVE SPACES TO ENR-RAPRECON
           STRING 'LIGNES HORS TERRITOIRE (REGLE '
               WS-REGLE-CREDIT ') : '
               ED-WS-NB-SUSPENS
               DELIMITED BY SIZE INTO ENR-RAPRECON
           WRITE ENR-RAPRECON

           MOVE SPACES TO ENR-RAPRECON
           STRING 'FLUX EN CHEVAUCHEMENT AVEC LA VEILLE : '
               DELIMITED BY SIZE
               END-IF
           END-PERFORM

           PERFORM ECRIRE-SOUS-TOTAUX-CATEGORIE

      * LES VENTES DE KITS CONSOMMENT DU STOCK DE COMPOSANTS QUI
      * N'APPARAIT SUR AUCUNE LIGNE DE VENTE : CETTE SECTION REND LA
      * CONSOMMATION VISIBLE A COTE DES MEILLEURES VENTES
               DELIMITED BY SIZE INTO ENR-BESTSELL
           WRITE ENR-BESTSELL.

      * SOUS-TOTAUX PAR CATEGORIE : CUMUL DES PRODUITS VENDUS PAR
      * SOUS-FAMILLE, PUIS EDITION PAR CLE FAMILLE + SOUS-FAMILLE
      * CROISSANTE AVEC UN SOUS-TOTAL A CHAQUE CHANGEMENT DE FAMILLE
       ECRIRE-SOUS-TOTAUX-CATEGORIE.
           MOVE ZERO TO NB-CATEG-VENDUES
           PERFORM VARYING IDX-PROD FROM 1 BY 1
               UNTIL IDX-PROD > NB-PRODUITS-VENDUS
               PERFORM CUMULER-VENTE-CATEGORIE
           END-PERFORM

           MOVE SPACES TO ENR-BESTSELL
           STRING '--- SOUS-TOTAUX PAR CATEGORIE ---'
               DELIMITED BY SIZE INTO ENR-BESTSELL
           WRITE ENR-BESTSELL

           MOVE SPACES TO WS-FAMILLE-RUPTURE
           PERFORM VARYING WS-RANG-CATEG FROM 1 BY 1
               UNTIL WS-RANG-CATEG > NB-CATEG-VENDUES

               MOVE ZERO TO WS-IDX-MAX
               MOVE HIGH-VALUES TO WS-CLE-CATEG-MIN

               PERFORM VARYING IDX-BSC FROM 1 BY 1
                   UNTIL IDX-BSC > NB-CATEG-VENDUES
                   MOVE BSC-FAMILLE(IDX-BSC) TO WS-CLE-CATEG(1:4)
                   MOVE BSC-CAT-CODE(IDX-BSC) TO WS-CLE-CATEG(5:4)
                   IF BSC-PAS-RETENU(IDX-BSC) AND
                      WS-CLE-CATEG < WS-CLE-CATEG-MIN
                      MOVE WS-CLE-CATEG TO WS-CLE-CATEG-MIN
                      SET WS-IDX-MAX TO IDX-BSC
                   END-IF
               END-PERFORM

               IF WS-IDX-MAX > ZERO
                  MOVE 'O' TO BSC-RETENU(WS-IDX-MAX)
                  IF BSC-FAMILLE(WS-IDX-MAX) NOT = WS-FAMILLE-RUPTURE
                      PERFORM ECRIRE-TOTAL-FAMILLE-BEST
                      MOVE BSC-FAMILLE(WS-IDX-MAX)
                          TO WS-FAMILLE-RUPTURE
                  END-IF
                  PERFORM ECRIRE-LIGNE-CATEGORIE-BEST
               END-IF
           END-PERFORM
           PERFORM ECRIRE-TOTAL-FAMILLE-BEST
           .

       CUMULER-VENTE-CATEGORIE.
           MOVE ZERO TO WS-IDX-BSC-TROUVE
           PERFORM VARYING IDX-BSC FROM 1 BY 1
               UNTIL IDX-BSC > NB-CATEG-VENDUES
                  OR WS-IDX-BSC-TROUVE > ZERO
               IF BSC-FAMILLE(IDX-BSC) = BSP-FAMILLE(IDX-PROD)
                  AND BSC-CAT-CODE(IDX-BSC) = BSP-CAT-CODE(IDX-PROD)
                   SET WS-IDX-BSC-TROUVE TO IDX-BSC
               END-IF
           END-PERFORM

           IF WS-IDX-BSC-TROUVE = ZERO
               ADD 1 TO NB-CATEG-VENDUES
               MOVE NB-CATEG-VENDUES TO WS-IDX-BSC-TROUVE
               MOVE BSP-FAMILLE(IDX-PROD)
                   TO BSC-FAMILLE(WS-IDX-BSC-TROUVE)
               MOVE BSP-CAT-CODE(IDX-PROD)
                   TO BSC-CAT-CODE(WS-IDX-BSC-TROUVE)
               MOVE ZERO TO BSC-QTE-TOTALE(WS-IDX-BSC-TROUVE)
               MOVE ZERO TO BSC-CA-TOTAL(WS-IDX-BSC-TROUVE)
               MOVE ZERO TO BSC-MARGE-TOTALE(WS-IDX-BSC-TROUVE)
               MOVE 'N' TO BSC-RETENU(WS-IDX-BSC-TROUVE)
           END-IF

           ADD BSP-QTE-TOTALE(IDX-PROD)
               TO BSC-QTE-TOTALE(WS-IDX-BSC-TROUVE)
           ADD BSP-CA-TOTAL(IDX-PROD)
               TO BSC-CA-TOTAL(WS-IDX-BSC-TROUVE)
           ADD BSP-MARGE-TOTALE(IDX-PROD)
               TO BSC-MARGE-TOTALE(WS-IDX-BSC-TROUVE).

       ECRIRE-LIGNE-CATEGORIE-BEST.
           ADD BSC-QTE-TOTALE(WS-IDX-MAX) TO WS-QTE-FAMILLE
           ADD BSC-CA-TOTAL(WS-IDX-MAX) TO WS-CA-FAMILLE
           ADD BSC-MARGE-TOTALE(WS-IDX-MAX) TO WS-MARGE-FAMILLE

           MOVE BSC-QTE-TOTALE(WS-IDX-MAX) TO ED-QTE-PROD
           MOVE BSC-CA-TOTAL(WS-IDX-MAX) TO ED-CA-PROD
           MOVE BSC-MARGE-TOTALE(WS-IDX-MAX) TO ED-MARGE-PROD

           MOVE SPACES TO ENR-BESTSELL
           STRING '  CAT=' BSC-FAMILLE(WS-IDX-MAX)
               BSC-CAT-CODE(WS-IDX-MAX)
               '  QTE=' ED-QTE-PROD
               '  CA=' ED-CA-PROD
               '  MARGE=' ED-MARGE-PROD
               DELIMITED BY SIZE INTO ENR-BESTSELL
           WRITE ENR-BESTSELL.

       ECRIRE-TOTAL-FAMILLE-BEST.
           IF WS-FAMILLE-RUPTURE NOT = SPACES
               MOVE WS-QTE-FAMILLE TO ED-QTE-PROD
               MOVE WS-CA-FAMILLE TO ED-CA-PROD
               MOVE WS-MARGE-FAMILLE TO ED-MARGE-PROD

               MOVE SPACES TO ENR-BESTSELL
               STRING 'S/T FAMILLE=' WS-FAMILLE-RUPTURE
                   '  QTE=' ED-QTE-PROD
                   '  CA=' ED-CA-PROD
                   '  MARGE=' ED-MARGE-PROD
                   DELIMITED BY SIZE INTO ENR-BESTSELL
               WRITE ENR-BESTSELL
           END-IF
           MOVE ZERO TO WS-QTE-FAMILLE
           MOVE ZERO TO WS-CA-FAMILLE
           MOVE ZERO TO WS-MARGE-FAMILLE.

      * ===== CONVERSION DE DEVISE VIA LA TABLE TAUX =====
       CHARGE-TAUX-MEMOIRE.
           DISPLAY 'CHARGEMENT DES TAUX EN MEMOIRE...'
               MOVE WS-MAX-RETRIES-SAISI TO WS-MAX-RETRIES
           END-IF
           DISPLAY 'NOMBRE DE REJEUX DB2 AUTORISES : ' WS-MAX-RETRIES

           ACCEPT WS-REGLE-CREDIT-SAISIE FROM SYSIN
           EVALUATE TRUE
               WHEN WS-REGLE-CREDIT-SAISIE(1:1) = 'V'
                   SET CREDIT-VENDEUR TO TRUE
                   MOVE ZERO TO WS-PART-PROPRIETAIRE
               WHEN WS-REGLE-CREDIT-SAISIE(1:1) = 'S'
                AND WS-REGLE-CREDIT-SAISIE(2:2) NUMERIC
                AND WS-REGLE-CREDIT-SAISIE(2:2) NOT = '00'
                   SET CREDIT-PARTAGE TO TRUE
                   COMPUTE WS-PART-PROPRIETAIRE =
                       FUNCTION NUMVAL(WS-REGLE-CREDIT-SAISIE(2:2))
                       / 100
               WHEN OTHER
                   SET CREDIT-PROPRIETAIRE TO TRUE
                   MOVE 1 TO WS-PART-PROPRIETAIRE
           END-EVALUATE
           MOVE WS-PART-PROPRIETAIRE TO ED-PART-PROPRIETAIRE
           DISPLAY 'REGLE DE CREDIT HORS TERRITOIRE : ' WS-REGLE-CREDIT
                   ' - PART DU PROPRIETAIRE : ' ED-PART-PROPRIETAIRE
           .

      * DERNIERE ENTREE DEJA CHARGEE DE LA DEVISE COURANTE, QUI SERT
                       MOVE WS-ENR-SERVICE (27:5) TO WS-CTL-PRIX
                       ADD WS-CTL-PRIX TO WS-CTL-MONTANT
                   END-IF
                   PERFORM RELEVER-DATE-CMD-MIN
           END-EVALUATE.

      * PLUS ANCIENNE DATE DE COMMANDE VALIDE DES FLUX, POUR NE
      * CHARGER QUE LES CONTRATS QUI PEUVENT ENCORE S'APPLIQUER ; UNE
      * DATE INVALIDE PARTIRA EN SUSPENS ET N'EST PAS RETENUE
       RELEVER-DATE-CMD-MIN.
           MOVE WS-ENR-SERVICE (8:10) TO WS-DATE-TEMP
           IF WS-DAY NUMERIC AND WS-MONTH NUMERIC AND WS-YEAR NUMERIC
               PERFORM VALIDER-DATE
               IF DATE-VALIDE
                   MOVE SPACES TO WS-DATE-CMD-CTL
                   STRING WS-YEAR '-' WS-MONTH '-' WS-DAY
                       DELIMITED BY SIZE
                       INTO WS-DATE-CMD-CTL
                   IF WS-DATE-CMD-CTL < WS-DATE-CMD-MIN
                       MOVE WS-DATE-CMD-CTL TO WS-DATE-CMD-MIN
                   END-IF
               END-IF
           END-IF.

       VERIFIER-CONTROLE-FEED.
           MOVE ZERO TO WS-CTL-ECART

           END-PERFORM
           CLOSE VENTESAM

      * ANNULATIONS DECIDEES A L'ECRAN DE REVUE DES COMMANDES
           PERFORM APPLIQUER-ANNULATIONS-REVUE

           MOVE WS-NB-AMD-LUS TO ED-NB-AMD
           MOVE SPACES TO ENR-RAPAMEND
           STRING 'AMENDEMENTS LUS      : ' ED-NB-AMD
               COMPUTE WS-AMD-MONTANT =
                   WS-AMD-DELTA * WS-AMD-PRIX-LIGNE
               PERFORM INVERSER-BALANCE-AMD
               MOVE ITEM-O-NO TO APL-O-NO
               MOVE ITEM-P-NO TO APL-P-NO
               MOVE WS-AMD-DELTA TO WS-ACC-QTE-RENDUE
               PERFORM RENDRE-APPEL-ACCORD
               MOVE AMD-NUM-PROD TO STK-P-NO
               MOVE WS-AMD-DELTA TO STK-QTE-STOCK
               PERFORM RENDRE-STOCK-AMD
           PERFORM UNTIL SQLCODE = +100
               COMPUTE WS-AMD-MONTANT = WS-AMD-MONTANT
                   + (WS-AMD-QTE-LIGNE * WS-AMD-PRIX-LIGNE)
               MOVE ITEM-O-NO TO APL-O-NO
               MOVE STK-P-NO TO APL-P-NO
               MOVE WS-AMD-QTE-LIGNE TO WS-ACC-QTE-RENDUE
               PERFORM RENDRE-APPEL-ACCORD
               MOVE WS-AMD-QTE-LIGNE TO STK-QTE-STOCK
               PERFORM RENDRE-STOCK-AMD
               PERFORM FETCH-AMD-ITEM
               PERFORM ABEND-PROG
           END-IF

      * UNE SAISIE DIRECTE (A5CMDE, A5DEVIS, REGION 'DIR') A
      * DECREMENTE LE DEPOT EU QUI LA PREPARE : ELLE Y EST RENDUE
           IF WS-AMD-REGION = 'VEU' OR WS-AMD-REGION = 'DIR'
               MOVE 'EU' TO SDEP-DEPOT
           ELSE
               MOVE 'AM' TO SDEP-DEPOT
           DISPLAY 'AMENDEMENT REFUSE [' WS-AMD-RAISON '] CMD='
                   AMD-NUM-CMD.

      * ===== REVUE DES COMMANDES INHABITUELLES =====

       MEMORISER-COMMANDE-CHARGEE.
           IF NB-CMD-CHARGEES < 3000
               ADD 1 TO NB-CMD-CHARGEES
               SET IDX-CCH TO NB-CMD-CHARGEES
               MOVE ORD-O-NO TO CCH-O-NO(IDX-CCH)
               MOVE ORD-C-NO TO CCH-C-NO(IDX-CCH)
               MOVE ORD-O-DATE TO CCH-O-DATE(IDX-CCH)
           ELSE
               ADD 1 TO WS-NB-CMD-NON-SCOREES
           END-IF.

       CONTROLER-COMMANDES-CHARGEES.
           OPEN OUTPUT RAPPORT-REVUE
           IF FS-RAPREVUE NOT = ZERO
               DISPLAY 'ERR OPEN RAPREVUE - FS : ', FS-RAPREVUE
           END-IF
           MOVE SPACES TO ENR-RAPREVUE
           STRING '=== COMMANDES MISES EN REVUE AVANT PREPARATION ==='
               DELIMITED BY SIZE INTO ENR-RAPREVUE
           WRITE ENR-RAPREVUE

           PERFORM VARYING IDX-CCH FROM 1 BY 1
               UNTIL IDX-CCH > NB-CMD-CHARGEES
               PERFORM SCORER-COMMANDE
           END-PERFORM

           MOVE SPACES TO ENR-RAPREVUE
           WRITE ENR-RAPREVUE
           MOVE WS-NB-CMD-REVUE TO ED-NB-AMD
           MOVE SPACES TO ENR-RAPREVUE
           STRING 'COMMANDES MISES EN REVUE    : ' ED-NB-AMD
               DELIMITED BY SIZE INTO ENR-RAPREVUE
           WRITE ENR-RAPREVUE
           IF WS-NB-CMD-NON-SCOREES > ZERO
               MOVE WS-NB-CMD-NON-SCOREES TO ED-NB-AMD
               MOVE SPACES TO ENR-RAPREVUE
               STRING 'COMMANDES NON CONTROLEES    : ' ED-NB-AMD
                      ' (TABLE PLEINE)'
                   DELIMITED BY SIZE INTO ENR-RAPREVUE
               WRITE ENR-RAPREVUE
           END-IF

           CLOSE RAPPORT-REVUE
           IF FS-RAPREVUE NOT = ZERO
               DISPLAY 'ERR CLOSE RAPREVUE - FS : ', FS-RAPREVUE
           END-IF.

      * MONTANT DE LA COMMANDE CONTRE L'HISTORIQUE DU CLIENT (SES
      * COMMANDES DATEES AVANT CELLE-CI), PUIS CHAQUE LIGNE CONTRE
      * L'HISTORIQUE DU PRODUIT ; LE PREMIER MOTIF TROUVE SUFFIT.
      * UNE COMMANDE ANNULEE ENTRE-TEMPS PAR AMENDEMENT N'A PLUS DE
      * LIGNE ET N'EST PAS CONTROLEE
       SCORER-COMMANDE.
           MOVE CCH-O-NO(IDX-CCH) TO RVC-O-NO
           MOVE CCH-C-NO(IDX-CCH) TO RVC-C-NO
           MOVE CCH-O-DATE(IDX-CCH) TO WS-SCO-O-DATE
           MOVE SPACES TO WS-SCO-MOTIF
           MOVE SPACES TO WS-SCO-P-NO

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(QUANTITY * PRICE), 0)
               INTO :WS-SCO-COMPTE,
                    :WS-SCO-MONTANT
               FROM API6.ITEMS
               WHERE O_NO = :RVC-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           IF WS-SCO-COMPTE > ZERO
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(AVG(T.TOTAL_CMD), 0)
                   INTO :WS-SCO-COMPTE,
                        :WS-SCO-MOYENNE
                   FROM (SELECT O.O_NO,
                                SUM(I.QUANTITY * I.PRICE) AS TOTAL_CMD
                         FROM API6.ORDERS O
                         INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
                         WHERE O.C_NO = :RVC-C-NO
                           AND O.O_DATE < DATE(:WS-SCO-O-DATE)
                         GROUP BY O.O_NO) AS T
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
                   PERFORM ABEND-PROG
               END-IF

               MOVE 'C' TO WS-SCO-TYPE
               MOVE WS-SCO-COMPTE TO WS-SCO-NB-HIST
               MOVE ZERO TO WS-SCO-QTE
               CALL 'SCORECMD' USING WS-SCO-TYPE WS-SCO-MONTANT
                                     WS-SCO-NB-HIST WS-SCO-MOYENNE
                                     WS-SCO-QTE WS-SCO-MOTIF
                                     WS-SCO-REFERENCE

               IF WS-SCO-MOTIF = SPACES
                   PERFORM SCORER-LIGNES-COMMANDE
               END-IF

               IF WS-SCO-MOTIF NOT = SPACES
                   PERFORM METTRE-COMMANDE-EN-REVUE
               END-IF
           END-IF.

       SCORER-LIGNES-COMMANDE.
           EXEC SQL
               OPEN CLIGSCORE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-LIGNE-SCORE
           PERFORM UNTIL SQLCODE = +100 OR WS-SCO-MOTIF NOT = SPACES
               MOVE 'L' TO WS-SCO-TYPE
               MOVE WS-SCO-NB-ACHATS TO WS-SCO-NB-HIST
               MOVE WS-SCO-QTE-MOY TO WS-SCO-MOYENNE
               MOVE WS-SCO-QTE-LIGNE TO WS-SCO-QTE
               CALL 'SCORECMD' USING WS-SCO-TYPE WS-SCO-MONTANT
                                     WS-SCO-NB-HIST WS-SCO-MOYENNE
                                     WS-SCO-QTE WS-SCO-MOTIF
                                     WS-SCO-REFERENCE
               IF WS-SCO-MOTIF = SPACES
                   PERFORM FETCH-LIGNE-SCORE
               ELSE
                   MOVE ITEM-P-NO TO WS-SCO-P-NO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CLIGSCORE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-LIGNE-SCORE.
           EXEC SQL
               FETCH CLIGSCORE
               INTO :ITEM-P-NO,
                    :WS-SCO-QTE-LIGNE,
                    :WS-SCO-NB-ACHATS,
                    :WS-SCO-QTE-MOY
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * INSCRIPTION EN REVUE ; UN RUN REJOUE APRES INCIDENT RETROUVE
      * L'INSCRIPTION DEJA FAITE (-803) ET LA LAISSE EN L'ETAT
       METTRE-COMMANDE-EN-REVUE.
           MOVE WS-SCO-MOTIF TO RVC-MOTIF
           MOVE WS-SCO-MONTANT TO RVC-MONTANT
           MOVE WS-SCO-REFERENCE TO RVC-REFERENCE
           MOVE WS-SCO-P-NO TO RVC-P-NO

           EXEC SQL
               INSERT INTO API6.REVUE_COMMANDES
               (O_NO, C_NO, DATE_REVUE, ORIGINE, MOTIF, MONTANT,
                REFERENCE, P_NO, STATUT, DATE_DECISION, DECIDEUR,
                COMMENTAIRE, DATE_APPLIC)
               VALUES (:RVC-O-NO, :RVC-C-NO, CHAR(CURRENT DATE, ISO),
                       'MAJDB', :RVC-MOTIF, :RVC-MONTANT,
                       :RVC-REFERENCE, :RVC-P-NO, 'A', ' ', ' ',
                       ' ', ' ')
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-NB-CMD-REVUE
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           MOVE CCH-O-NO(IDX-CCH) TO ED-SCO-O-NO
           MOVE CCH-C-NO(IDX-CCH) TO ED-SCO-C-NO
           MOVE WS-SCO-MONTANT TO ED-SCO-MONTANT
           MOVE WS-SCO-REFERENCE TO ED-SCO-REFERENCE
           MOVE SPACES TO ENR-RAPREVUE
           STRING 'CMD=' ED-SCO-O-NO ' CLI=' ED-SCO-C-NO
                  ' MOTIF=' WS-SCO-MOTIF ' PROD=' WS-SCO-P-NO
                  ' MT=' ED-SCO-MONTANT ' SEUIL=' ED-SCO-REFERENCE
               DELIMITED BY SIZE INTO ENR-RAPREVUE
           WRITE ENR-RAPREVUE
           DISPLAY 'COMMANDE MISE EN REVUE [' WS-SCO-MOTIF '] CMD='
                   ED-SCO-O-NO.

      * ANNULATION PAR LE CIRCUIT DE L'AMENDEMENT 'O' (STOCK RENDU,
      * BALANCE INVERSEE, LIGNES ET EN-TETE SUPPRIMES) ; LA DATE
      * D'APPLICATION EST POSEE SUR LA REVUE. UNE ANNULATION REFUSEE
      * (COMMANDE DEJA FACTUREE, STATUT DE REGLEMENT) RESTE EN
      * ATTENTE ET REVIENT AU RAPPORT A CHAQUE RUN
       APPLIQUER-ANNULATIONS-REVUE.
           MOVE ZERO TO NB-ANNUL-REVUE

           EXEC SQL
               OPEN CREVUEANN
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-ANNUL-REVUE
           PERFORM UNTIL SQLCODE = +100
               IF NB-ANNUL-REVUE < 500
                   ADD 1 TO NB-ANNUL-REVUE
                   SET IDX-ANR TO NB-ANNUL-REVUE
                   MOVE WS-ANR-O-NO TO ANR-O-NO(IDX-ANR)
                   MOVE WS-ANR-REGION TO ANR-REGION(IDX-ANR)
               END-IF
               PERFORM FETCH-ANNUL-REVUE
           END-PERFORM

           EXEC SQL
               CLOSE CREVUEANN
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM VARYING IDX-ANR FROM 1 BY 1
               UNTIL IDX-ANR > NB-ANNUL-REVUE
               PERFORM ANNULER-COMMANDE-REVUE
           END-PERFORM.

       FETCH-ANNUL-REVUE.
           EXEC SQL
               FETCH CREVUEANN
               INTO :WS-ANR-O-NO,
                    :WS-ANR-REGION
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       ANNULER-COMMANDE-REVUE.
           MOVE SPACES TO WS-AMD-LIGNE
           MOVE 'A' TO AMD-MARQUE
           MOVE 'O' TO AMD-ACTION
           MOVE ANR-O-NO(IDX-ANR) TO AMD-NUM-CMD
           MOVE ANR-REGION(IDX-ANR) TO WS-AMD-REGION
           SET AMD-VALIDE TO TRUE
           MOVE SPACES TO WS-AMD-RAISON

           IF WS-AMD-REGION = SPACES
               MOVE 'REV' TO WS-AMD-REGION
               MOVE 'COMMANDE DEJA SUPPRIMEE' TO WS-AMD-RAISON
           ELSE
               PERFORM CONTROLER-AMENDABILITE
               IF AMD-VALIDE
                   PERFORM ANNULER-COMMANDE-AMD
                   ADD 1 TO WS-NB-ANNUL-REVUE
               END-IF
           END-IF

           IF AMD-VALIDE OR WS-AMD-RAISON = 'COMMANDE DEJA SUPPRIMEE'
               MOVE ANR-O-NO(IDX-ANR) TO RVC-O-NO
               EXEC SQL
                   UPDATE API6.REVUE_COMMANDES
                   SET DATE_APPLIC = CHAR(CURRENT DATE, ISO)
                   WHERE O_NO = :RVC-O-NO
                     AND STATUT = 'X'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           END-IF

           IF AMD-INVALIDE
              OR WS-AMD-RAISON = 'COMMANDE DEJA SUPPRIMEE'
               MOVE SPACES TO ENR-RAPAMEND
               STRING 'REVUE  ACTION=O  CMD=' DELIMITED BY SIZE
                      AMD-NUM-CMD DELIMITED BY SIZE
                      '  NON APPLIQUEE : ' DELIMITED BY SIZE
                      WS-AMD-RAISON DELIMITED BY SIZE
                   INTO ENR-RAPAMEND
               END-STRING
               WRITE ENR-RAPAMEND
               DISPLAY 'ANNULATION DE REVUE NON APPLIQUEE ['
                       WS-AMD-RAISON '] CMD=' AMD-NUM-CMD
           END-IF.

      * ===== ACQUITTEMENTS PAR REGION VERS LES BUREAUX EMETTEURS ====

      * RECHERCHE (OU CREATION) DE L'ENTREE D'ACQUITTEMENT DE LA
                   END-IF
           END-EVALUATE.

      * DELAI NET DU CLIENT DE LA COMMANDE EN COURS ; UN CLIENT SANS
      * CODE DE CONDITIONS (OU UN CODE ABSENT DE LA TABLE) RESTE A 30
      * JOURS NET, CE QUI REPRODUIT L'ANCIEN VIEILLISSEMENT
       LIRE-JOURS-NET-CLIENT.
           MOVE 30 TO WS-JOURS-NET
           EXEC SQL
               SELECT VALUE(T.JOURS_NET, 30)
               INTO :WS-JOURS-NET
               FROM API6.CUSTOMERS C
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE C.C_NO = :ORD-C-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 30 TO WS-JOURS-NET
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * TRACE ET TEMPORISE UN REJEU APRES -911/-913 ; LE -911 LAISSE
      * UNE TRACE SUPPLEMENTAIRE CAR L'UNITE DE TRAVAIL A ETE
      * ANNULEE PAR DB2 ET LE RUN DEVRA ETRE RELANCE
           MOVE WS-NB-BACKORDERS TO ED-NB-BACKORDERS
           DISPLAY 'RELIQUATS ENREGISTRES (BACKORDERS) : '
                   ED-NB-BACKORDERS
           DISPLAY 'COMMANDES MISES EN REVUE         : '
                   WS-NB-CMD-REVUE
           DISPLAY 'ANNULATIONS DE REVUE APPLIQUEES  : '
                   WS-NB-ANNUL-REVUE
           DISPLAY 'LIGNES APPELEES SUR ACCORD CADRE : '
                   WS-NB-APPELS-ACCORD
           DISPLAY 'APPELS AU-DELA D''UN ACCORD      : '
                   WS-NB-ACCORD-DEPASSE
           DISPLAY 'REJEUX DB2 (DEADLOCK/TIMEOUT)   : '
                   WS-NB-RETRIES-TOTAL
           IF WS-ROLLBACK-SUBI = 1
