               RECORD KEY          ING-V1-NOM
               FILE STATUS IS W-STATUT-ING-V1.

      *Format intermediaire (nom et code de fournisseur, avant l'ajout
      *des allergenes et des regimes): meme usage que le precedent,
      *pour la migration d'un fichier de 33 caracteres.
           SELECT OPTIONAL INGREDIENTS-V2-IDX
               ASSIGN TO "INGREDIENTS.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          ING-V2-NOM
               FILE STATUS IS W-STATUT-ING-V2.

           SELECT MIGRATION-FIC ASSIGN TO "INGREDIENTS_MIGRATION.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

               ALTERNATE RECORD KEY RES-TEMPS-TOTAL WITH DUPLICATES
               SHARING WITH ALL OTHER.

      *Commandes aux fournisseurs: chaque bon de commande genere a
      *partir de la liste d'epicerie est conserve ici (une entete par
      *commande et une ligne par ingredient commande), pour la
      *reception et le suivi des retards de livraison.
           SELECT OPTIONAL COMMANDES-IDX ASSIGN TO "COMMANDES.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          CMD-NUMERO
               SHARING WITH ALL OTHER.

           SELECT OPTIONAL COMMANDE-LIGNES-IDX
               ASSIGN TO "COMMANDES_LIGNES.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          CML-CLE
               SHARING WITH ALL OTHER.

      *Lots du garde-manger: chaque entree en stock (ajout, ajustement
      *a la hausse ou reception d'une commande) forme un lot date, en
      *unite de base, avec sa date de meilleur avant. La cle range les
      *lots d'un ingredient du plus ancien au plus recent, l'ordre
      *dans lequel ils sont consommes.
           SELECT OPTIONAL LOTS-IDX ASSIGN TO "LOTS_INVENTAIRE.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          LOT-CLE
               SHARING WITH ALL OTHER.

           SELECT RAPPORT-LOTS-FIC ASSIGN TO "A_UTILISER_BIENTOT.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

      *Registre des mouvements du garde-manger: chaque changement de
      *stock y ajoute une ligne, comme le journal des cuissons, pour
      *distinguer les pertes des erreurs de saisie et des ecarts de
      *decompte.
           SELECT OPTIONAL MOUVEMENTS-FIC
               ASSIGN TO "MOUVEMENTS_STOCK.DAT"
               ORGANIZATION        LINE SEQUENTIAL.

      *Decomptes physiques: une ligne par ingredient compte et par
      *date de decompte, avec le stock attendu au moment du compte.
           SELECT OPTIONAL DECOMPTES-IDX ASSIGN TO "DECOMPTES.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          DEC-CLE
               SHARING WITH ALL OTHER.

           SELECT FEUILLE-DECOMPTE-FIC ASSIGN TO "FEUILLE_DECOMPTE.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

           SELECT ECARTS-DECOMPTE-FIC ASSIGN TO "ECARTS_DECOMPTE.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

           SELECT PERTES-MOIS-FIC ASSIGN TO "PERTES_MOIS.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

           SELECT RAPPORT-CUISSONS-FIC ASSIGN TO "RAPPORT_CUISSONS.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

      *Budget alimentaire: un montant par semaine, la semaine etant
      *designee par la date de son lundi.
           SELECT OPTIONAL BUDGETS-IDX ASSIGN TO "BUDGETS.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          BUD-SEMAINE
               SHARING WITH ALL OTHER.

           SELECT RAPPORT-BUDGET-FIC ASSIGN TO "RAPPORT_BUDGET.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

      *Convives habituels: les allergenes et les regimes que chacun
      *doit eviter, dans le meme format positionnel que le repertoire
      *des ingredients. La planification d'un repas les compare au
      *profil de la recette.
           SELECT OPTIONAL CONVIVES-IDX ASSIGN TO "CONVIVES.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          CNV-NOM
               SHARING WITH ALL OTHER.

      *Seconde vue, en lecture seulement, du fichier des recettes: sert
      *a developper les sous-recettes (lignes dont l'unite est "por"
      *ou "lot") sans deplacer la position ni ecraser l'enregistrement
      *RECETTE du paragraphe appelant.
           SELECT OPTIONAL RECETTES-COMP-IDX ASSIGN TO "RECETTES.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          SRC-NOM
               SHARING WITH ALL OTHER
               FILE STATUS IS W-STATUT-COMP.

           SELECT UTILISATIONS-FIC ASSIGN TO "UTILISATIONS.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

      *Archives des recettes qu'on ne fait plus: la recette, son
      *entree de commentaires et ses versions d'historique y sont
      *deplacees ensemble, chacune dans un fichier qui reprend le
      *format de son fichier maitre, et en reviennent ensemble.
           SELECT OPTIONAL ARC-RECETTES-IDX
               ASSIGN TO "RECETTES_ARCHIVE.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          ARCR-NOM
               SHARING WITH ALL OTHER.

           SELECT OPTIONAL ARC-COMMENTAIRES-IDX
               ASSIGN TO "COMMENTAIRES_ARCHIVE.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          ARCC-NOM
               SHARING WITH ALL OTHER.

           SELECT OPTIONAL ARC-HISTORIQUE-IDX
               ASSIGN TO "HISTORIQUE_ARCHIVE.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          ARCH-CLE
               SHARING WITH ALL OTHER.

      *Regles de conservation: un seul enregistrement (cle
      *"RETENTION") qui dit combien de versions d'historique garder
      *par recette, combien de mois d'historique des prix garder, et
      *si le traitement de nuit doit les appliquer.
           SELECT OPTIONAL RETENTION-IDX ASSIGN TO "RETENTION.DAT"
               ORGANIZATION        INDEXED
               ACCESS MODE         DYNAMIC
               RECORD KEY          RET-CLE
               SHARING WITH ALL OTHER.

      *Tarifs recus des fournisseurs (une ligne par format vendu) et
      *rapport des lignes de tarif ecartees a l'import.
           SELECT OPTIONAL TARIFS-FIC
               ASSIGN TO "TARIFS_FOURNISSEURS.TXT"
               ORGANIZATION        LINE SEQUENTIAL.

           SELECT EXCEPTIONS-TARIFS-FIC
               ASSIGN TO "EXCEPTIONS_TARIFS.TXT"
               ORGANIZATION        LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       01  INGREDIENT-MAITRE.
           05  ING-NOM                 PIC X(30).
           05  ING-FOURNISSEUR         PIC X(3).
      *Allergenes et regimes: une position par code (voir
      *W-ALG-CODES et W-REG-CODES), la lettre du code si l'ingredient
      *en contient, un blanc sinon.
           05  ING-ALLERGENES          PIC X(10).
           05  ING-REGIMES             PIC X(4).

       FD INGREDIENTS-V1-IDX.
       01  INGREDIENT-V1.
           05  ING-V1-NOM              PIC X(30).

       FD INGREDIENTS-V2-IDX.
       01  INGREDIENT-V2.
           05  ING-V2-NOM              PIC X(30).
           05  ING-V2-FOURNISSEUR      PIC X(3).

       FD MIGRATION-FIC.
       01  LIGNE-MIGRATION             PIC X(33).

       FD VERIF-FIC.
       01  LIGNE-VERIF                 PIC X(100).
           05  RES-NOTE-INV            PIC 99.
           05  RES-TEMPS-TOTAL         PIC 9(4).

      *Entete d'une commande: numero sequentiel, fournisseur, date de
      *la commande, date prevue de livraison (date de la commande plus
      *FOUR-DELAI), statut (ouverte, partiellement recue ou fermee),
      *nombre de lignes et date de la derniere reception.
       FD COMMANDES-IDX.
       01  COMMANDE-ENTETE.
           05  CMD-NUMERO              PIC 9(6).
           05  CMD-FOURNISSEUR         PIC X(3).
           05  CMD-DATE                PIC X(8).
           05  CMD-DATE-PREVUE         PIC X(8).
           05  CMD-STATUT              PIC X.
               88  CMD-OUVERTE         VALUE "O".
               88  CMD-PARTIELLE       VALUE "P".
               88  CMD-FERMEE          VALUE "F".
           05  CMD-NBRE-LIGNES         PIC 999.
           05  CMD-DATE-RECEPTION      PIC X(8).

      *Ligne d'une commande: la quantite est en unite de base (g, ml
      *ou x), comme dans la liste d'epicerie consolidee, et le prix
      *unitaire est celui du fichier des prix au moment de la commande
      *(zero si la ligne n'etait pas chiffree). CML-QTE-RECUE cumule
      *les receptions successives.
       FD COMMANDE-LIGNES-IDX.
       01  COMMANDE-LIGNE.
           05  CML-CLE.
               10  CML-NUMERO          PIC 9(6).
               10  CML-LIGNE           PIC 999.
           05  CML-NOM                 PIC X(30).
           05  CML-QTE-COMMANDEE       PIC 9(7).
           05  CML-QTE-RECUE           PIC 9(7).
           05  CML-UNITE               PIC X(3).
           05  CML-PRIX-UNITAIRE       PIC 9(3)V9999.

      *Un lot du garde-manger: nom de l'ingredient tel qu'il est a
      *l'inventaire, date de reception et numero d'ordre dans la
      *journee, puis date de meilleur avant (a blanc si aucune),
      *quantite restante et unite de base (g, ml ou x). La somme des
      *lots d'un ingredient ne depasse jamais son stock: le stock
      *saisi avant les lots n'a pas de lot et n'a pas de date.
       FD LOTS-IDX.
       01  LOT-INVENTAIRE.
           05  LOT-CLE.
               10  LOT-NOM             PIC X(30).
               10  LOT-DATE-RECEPTION  PIC X(8).
               10  LOT-SEQUENCE        PIC 99.
           05  LOT-DATE-PEREMPTION     PIC X(8).
           05  LOT-QUANTITE            PIC 9(7).
           05  LOT-UNITE               PIC X(3).

       FD RAPPORT-LOTS-FIC.
       01  LIGNE-RAPLOTS               PIC X(80).

      *Un mouvement de stock: date et heure, usager (W-UTILISATEUR),
      *ingredient, sens (+ entree, - sortie), quantite en unite de
      *base et motif.
       FD MOUVEMENTS-FIC.
       01  MOUVEMENT-STOCK.
           05  MVT-DATE                PIC X(8).
           05  MVT-HEURE               PIC X(6).
           05  MVT-UTILISATEUR         PIC X(10).
           05  MVT-NOM                 PIC X(30).
           05  MVT-SENS                PIC X.
           05  MVT-QUANTITE            PIC 9(7).
           05  MVT-UNITE               PIC X(3).
           05  MVT-RAISON              PIC X.
               88  MVT-RECEPTION       VALUE "R".
               88  MVT-CUISSON         VALUE "C".
               88  MVT-PERTE           VALUE "P".
               88  MVT-DECOMPTE        VALUE "D".
               88  MVT-CORRECTION      VALUE "X".

      *Un ingredient compte lors d'un decompte physique: stock attendu
      *(celui de l'inventaire juste avant le compte) et quantite
      *comptee, dans la meme unite de base.
       FD DECOMPTES-IDX.
       01  DECOMPTE.
           05  DEC-CLE.
               10  DEC-DATE            PIC X(8).
               10  DEC-NOM             PIC X(30).
           05  DEC-ATTENDU             PIC 9(7).
           05  DEC-COMPTE              PIC 9(7).
           05  DEC-UNITE               PIC X(3).
           05  DEC-UTILISATEUR         PIC X(10).

       FD FEUILLE-DECOMPTE-FIC.
       01  LIGNE-FEUILLE               PIC X(80).

       FD ECARTS-DECOMPTE-FIC.
       01  LIGNE-ECARTS                PIC X(80).

       FD PERTES-MOIS-FIC.
       01  LIGNE-PERTES                PIC X(80).

       FD RAPPORT-CUISSONS-FIC.
       01  LIGNE-RAPCUISSON            PIC X(80).

       FD BUDGETS-IDX.
       01  BUDGET-SEMAINE.
           05  BUD-SEMAINE             PIC X(8).
           05  BUD-MONTANT             PIC 9(5)V99.
           05  BUD-UTILISATEUR         PIC X(10).
           05  BUD-DATE-MAJ            PIC X(8).

       FD RAPPORT-BUDGET-FIC.
       01  LIGNE-RAPBUDGET             PIC X(80).

       FD CONVIVES-IDX.
       01  CONVIVE.
           05  CNV-NOM                 PIC X(20).
           05  CNV-ALLERGENES          PIC X(10).
           05  CNV-REGIMES             PIC X(4).

       FD RECETTES-COMP-IDX.
       01  RECETTE-COMPOSANTE.
           05  SRC-NOM                     PIC X(50).
           05  SRC-DESCRIPTION             PIC X(180).
           05  SRC-NBRE-PERSONNES          PIC 99.
           05  SRC-CATEGORIE               PIC X.
           05  SRC-NBRE-INGREDIENTS        PIC 99.
           05  SRC-TABLE-INGREDIENTS OCCURS 1 TO 99
                                  DEPENDING ON SRC-NBRE-INGREDIENTS.
               10  SRC-QUANTITE            PIC 9999.
               10  SRC-UNITE-MESURE        PIC A(3).
               10  SRC-NOM-ING             PIC X(30).
               10  SRC-CALORIES            PIC 9999.
               10  SRC-PROTEINES           PIC 999.
               10  SRC-GLUCIDES            PIC 999.
               10  SRC-LIPIDES             PIC 999.
           05  SRC-SUITE                   PIC X(1351).

       FD UTILISATIONS-FIC.
       01  LIGNE-UTILISATION           PIC X(80).

      *Recette archivee: image complete de l'enregistrement RECETTE,
      *comme a l'historique, avec son nombre d'ingredients pour la
      *redeployer dans la table DEPENDING ON au retour, la date de
      *l'archivage et le nombre de versions d'historique emportees.
       FD ARC-RECETTES-IDX.
       01  ARCHIVE-RECETTE.
           05  ARCR-NOM                PIC X(50).
           05  ARCR-DATE               PIC X(8).
           05  ARCR-NBRE-INGR          PIC 99.
           05  ARCR-NBRE-VERSIONS      PIC 9(4).
           05  ARCR-IMAGE              PIC X(6600).

      *Commentaires d'une recette archivee: image de l'enregistrement
      *COMMENTAIRE et son nombre de commentaires.
       FD ARC-COMMENTAIRES-IDX.
       01  ARCHIVE-COMMENTAIRE.
           05  ARCC-NOM                PIC X(80).
           05  ARCC-NBRE               PIC 99.
           05  ARCC-IMAGE              PIC X(33346).

      *Versions d'historique d'une recette archivee, dans le format
      *de HISTORIQUE et sous leurs numeros d'origine.
       FD ARC-HISTORIQUE-IDX.
       01  ARCHIVE-HISTORIQUE.
           05  ARCH-CLE.
               10  ARCH-NOM            PIC X(50).
               10  ARCH-VERSION        PIC 9(4).
           05  ARCH-DATE-HEURE         PIC X(14).
           05  ARCH-ACTION             PIC X(15).
           05  ARCH-NBRE-INGR          PIC 99.
           05  ARCH-IMAGE              PIC X(6600).

      *RET-VERSIONS et RET-MOIS a 0 veulent dire "tout garder".
      *RET-NUIT vaut "O" si le traitement de nuit applique les regles.
       FD RETENTION-IDX.
       01  RETENTION.
           05  RET-CLE                 PIC X(10).
           05  RET-VERSIONS            PIC 999.
           05  RET-MOIS                PIC 999.
           05  RET-NUIT                PIC X.

      *Une ligne de tarif: code du fournisseur, nom canonique de
      *l'ingredient, format vendu (quantite entiere et unite de
      *saisie, par exemple 2 kg ou 500 ml) et prix du format en cents.
       FD TARIFS-FIC.
       01  LIGNE-TARIF.
           05  TAR-FOURNISSEUR         PIC X(3).
           05  TAR-NOM                 PIC X(30).
           05  TAR-FORMAT-QTE          PIC 9(4).
           05  TAR-FORMAT-UNITE        PIC X(3).
           05  TAR-PRIX-CENTS          PIC 9(7).
           05  FILLER                  PIC X(33).

       FD EXCEPTIONS-TARIFS-FIC.
       01  LIGNE-EXC-TARIF             PIC X(100).


       WORKING-STORAGE SECTION.
      ******************************************************************
               88  JOURNAL-MENSUEL              VALUE "J" "j".
               88  RENOMMER-RECETTE             VALUE "R" "r".
               88  FAISABLE-MAINTENANT          VALUE "E" "e".
               88  COMMANDES-FOURNISSEURS       VALUE "O" "o".
               88  ALLERGENES-CONVIVES          VALUE "L" "l".
               88  UTILISATIONS-RECETTE         VALUE "U" "u".
               88  ARCHIVES-RECETTES            VALUE "K" "k".
               88  W-CHOIX-PRINCIPAL-VALIDE
                        VALUE "1" "2" "3" "4" "5" "6" "7" "8" "9" "0"
                              "A" "a" "I" "i" "P" "p" "C" "c" "G" "g"
                              "N" "n" "V" "v" "H" "h" "M" "m"
                              "F" "f" "J" "j" "R" "r" "E" "e"
                              "O" "o" "L" "l" "U" "u" "K" "k".

      ******************************************************************
      * VARIABLE DE MESSAGE
       01  W-REN-BASE              PIC 9(4)  VALUE 0.
       01  W-REN-VERSION           PIC 9(4)  VALUE 0.
       01  W-REN-NBRE-PLAN         PIC 99    VALUE 0.
       01  W-REN-NBRE-COMP         PIC 999   VALUE 0.

      ******************************************************************
      *VARIABLES DE LA RECHERCHE "FAISABLE AVEC LE GARDE-MANGER":
       01  W-TEND-NOM              PIC X(30)      VALUE SPACE.
       01  W-TEND-DATE             PIC X(8)       VALUE SPACE.
       01  W-TEND-PRIX-TROUVE      PIC 9          VALUE 0.
      *W-TEND-DEVELOPPE vaut 1 quand la recette en memoire est deja
      *developpee pour toutes les dates du rapport; W-TEND-INTROUV
      *garde alors le nombre de sous-recettes introuvables, que le
      *developpement retire de RECETTE.
       01  W-TEND-DEVELOPPE        PIC 9          VALUE 0.
       01  W-TEND-INTROUV          PIC 99         VALUE 0.
       01  W-TEND-UNITE            PIC X(3)       VALUE SPACE.
       01  W-TEND-UNITAIRE         PIC 9(3)V9999  VALUE 0.
       01  W-TEND-FIN              PIC 9          VALUE 0.
      ******************************************************************
       01  W-STATUT-INGREDIENTS    PIC XX     VALUE "00".
       01  W-STATUT-ING-V1         PIC XX     VALUE "00".
       01  W-STATUT-ING-V2         PIC XX     VALUE "00".
       01  W-MIG-NBRE              PIC 999    VALUE 0.

      ******************************************************************
       01  W-NUTS-LIP-CALC         PIC 9(6)  VALUE 0.
       01  W-NUTS-ED               PIC ZZZZZZZ9.

      ******************************************************************
      *VARIABLES DES COMMANDES AUX FOURNISSEURS ET DE LEUR RECEPTION:
      *NUMERO DE LA PROCHAINE COMMANDE (LE PLUS GRAND NUMERO AU
      *FICHIER PLUS 1), DATE PREVUE DE LIVRAISON, PRIX UNITAIRE DE
      *CHAQUE LIGNE DU BON (EN PARALLELE DE W-TABLE-EPICERIE, ZERO SI
      *NON CHIFFREE), QUANTITE RECUE ET PRIX FACTURE SAISIS A LA
      *RECEPTION, ET COMPTEURS DU RAPPORT DES COMMANDES OUVERTES.
      ******************************************************************
       01  W-CHOIX-COMMANDE        PIC X          VALUE SPACE.
       01  W-CMD-PROCHAIN          PIC 9(6)       VALUE 0.
       01  W-CMD-NUMERO            PIC 9(6)       VALUE 0.
      *W-CMD-ERREUR: 1 si l'entete de la commande n'a pas pu etre
      *ecrite (numero deja pris), 2 si une de ses lignes ne l'a pas
      *ete.
       01  W-CMD-ERREUR            PIC 9          VALUE 0.
       01  W-CMD-DATE-JOUR         PIC X(8)       VALUE SPACE.
       01  W-CMD-DATE-PREVUE       PIC X(8)       VALUE SPACE.
       01  W-CMD-DATE-NUM          PIC 9(8)       VALUE 0.
       01  W-EPIC-PRIX OCCURS 200  PIC 9(3)V9999.
       01  W-CMD-TROUVEE           PIC 9          VALUE 0.
       01  W-CMD-FIN               PIC 9          VALUE 0.
       01  W-CMD-RESTE             PIC 9(7)       VALUE 0.
       01  W-CMD-QTE-RECUE         PIC 9(7)       VALUE 0.
       01  W-CMD-PRIX-FACTURE      PIC 9(7)       VALUE 0.
       01  W-CMD-PRIX-UNITAIRE     PIC 9(3)V9999  VALUE 0.
       01  W-CMD-NBRE-RECUES       PIC 999        VALUE 0.
       01  W-CMD-NBRE-SOLDEES      PIC 999        VALUE 0.
       01  W-CMD-NBRE-ENTAMEES     PIC 999        VALUE 0.
       01  W-CMD-NBRE-PRIX         PIC 999        VALUE 0.
       01  W-CMD-NBRE-HORS-STOCK   PIC 999        VALUE 0.
       01  W-CMD-NBRE-OUVERTES     PIC 999        VALUE 0.
       01  W-CMD-NBRE-RETARD       PIC 999        VALUE 0.
       01  W-CMD-JOURS-RETARD      PIC 9(4)       VALUE 0.
       01  W-CMD-STOCK-AJOUTE      PIC 9          VALUE 0.
       01  W-CMD-LIBELLE           PIC X(9)       VALUE SPACE.

      ******************************************************************
      *VARIABLES DES LOTS DU GARDE-MANGER: LOT A CREER OU QUANTITE A
      *DEDUIRE DES LOTS LES PLUS ANCIENS D'UN INGREDIENT (EN UNITE DE
      *BASE), ET TABLE DES LOTS QUI ARRIVENT A ECHEANCE DANS LES N
      *PROCHAINS JOURS POUR LE RAPPORT "A UTILISER BIENTOT", TRIEE PAR
      *DATE DE MEILLEUR AVANT.
      ******************************************************************
       01  W-LOT-NOM               PIC X(30) VALUE SPACE.
       01  W-LOT-QTE               PIC 9(7)  VALUE 0.
       01  W-LOT-UNITE             PIC X(3)  VALUE SPACE.
       01  W-LOT-PEREMPTION        PIC X(8)  VALUE SPACE.
       01  W-LOT-A-DEDUIRE         PIC 9(7)  VALUE 0.
       01  W-LOT-AVANT             PIC 9(7)  VALUE 0.
       01  W-LOT-APRES             PIC 9(7)  VALUE 0.
       01  W-LOT-UNITE-APRES       PIC X(3)  VALUE SPACE.
       01  W-LOT-FIN               PIC 9     VALUE 0.
       01  W-LOT-ECRIT             PIC 9     VALUE 0.
       01  W-LOT-DATE-JOUR         PIC X(8)  VALUE SPACE.
       01  W-LOT-DATE-NUM          PIC 9(8)  VALUE 0.
       01  W-LOT-AUJOURDHUI        PIC 9(8)  VALUE 0.
       01  W-LOT-LIMITE            PIC X(8)  VALUE SPACE.
       01  W-LOT-JOURS             PIC 999   VALUE 0.
       01  W-LOT-JOURS-RESTE       PIC 9(4)  VALUE 0.
       01  W-LOT-NBRE              PIC 999   VALUE 0.
       01  W-LOT-NBRE-PERIMES      PIC 999   VALUE 0.
       01  W-LOT-NBRE-RECETTES     PIC 999   VALUE 0.
       01  W-LOT-TRONQUE           PIC 9     VALUE 0.
       01  W-TABLE-LOTS OCCURS 200.
           05  WL-NOM              PIC X(30).
           05  WL-NOM-MAJ          PIC X(30).
           05  WL-RECEPTION        PIC X(8).
           05  WL-PEREMPTION       PIC X(8).
           05  WL-QTE              PIC 9(7).
           05  WL-UNITE            PIC X(3).
       01  W-LOT-SWAP              PIC X(86).

      ******************************************************************
      *VARIABLES DU REGISTRE DES MOUVEMENTS DU GARDE-MANGER, DU
      *DECOMPTE PHYSIQUE ET DES RAPPORTS D'ECARTS ET DE PERTES: LE
      *MOUVEMENT A ECRIRE, LA QUANTITE COMPTEE SAISIE EN TEXTE (VIDE
      *OU S POUR SAUTER, Q POUR TERMINER), ET LES CUMULS PAR MOTIF DU
      *MOIS (MEME ORDRE QUE W-MVT-CODES: RECEPTION, CUISSON, PERTE,
      *DECOMPTE, CORRECTION), VALORISES AUX PRIX COURANTS.
      ******************************************************************
       01  W-CHOIX-DECOMPTE        PIC X     VALUE SPACE.
       01  W-MVT-NOM               PIC X(30) VALUE SPACE.
       01  W-MVT-SENS              PIC X     VALUE SPACE.
       01  W-MVT-QTE               PIC 9(7)  VALUE 0.
       01  W-MVT-UNITE             PIC X(3)  VALUE SPACE.
       01  W-MVT-RAISON            PIC X     VALUE SPACE.
       01  W-MVT-CODES             PIC X(5)  VALUE "RCPDX".
       01  W-MVT-LIBELLE           PIC X(16) VALUE SPACE.
       01  W-MVT-FIN               PIC 9     VALUE 0.
       01  W-MVT-MOIS              PIC X(6)  VALUE SPACE.
       01  W-MVT-VALEUR            PIC 9(7)V99 VALUE 0.
       01  W-MVT-CHIFFRE           PIC 9     VALUE 0.
       01  W-MVT-NBRE-PERTES       PIC 9(5)  VALUE 0.
       01  W-TABLE-MVT-MOTIFS OCCURS 5.
           05  WM-NBRE-ENTREES     PIC 9(5).
           05  WM-VAL-ENTREES      PIC 9(7)V99.
           05  WM-NBRE-SORTIES     PIC 9(5).
           05  WM-VAL-SORTIES      PIC 9(7)V99.
           05  WM-NON-CHIFFRES     PIC 9(5).
       01  W-DEC-DATE              PIC X(8)  VALUE SPACE.
       01  W-DEC-SAISIE            PIC X(7)  VALUE SPACE.
       01  W-DEC-CADRE             PIC X(7)  JUSTIFIED RIGHT
                                             VALUE SPACE.
       01  W-DEC-COMPTE            PIC 9(7)  VALUE 0.
       01  W-DEC-ARRET             PIC 9     VALUE 0.
       01  W-DEC-NBRE              PIC 999   VALUE 0.
       01  W-DEC-NBRE-ECARTS       PIC 999   VALUE 0.
       01  W-DEC-NBRE-NON-CHIFFRES PIC 999   VALUE 0.
       01  W-DEC-ECART             PIC 9(7)  VALUE 0.
       01  W-DEC-SENS              PIC X     VALUE SPACE.
       01  W-DEC-VAL-MANQUE        PIC 9(7)V99 VALUE 0.
       01  W-DEC-VAL-SURPLUS       PIC 9(7)V99 VALUE 0.

      ******************************************************************
      *VARIABLES DU RAPPORT D'HISTORIQUE DES CUISSONS: PERIODE DU
      *RAPPORT, SEUIL EN MOIS DES RECETTES DORMANTES ET SA DATE LIMITE,
      *UNE ENTREE PAR RECETTE CUISINEE (FOIS ET PORTIONS DANS LA
      *PERIODE, DERNIERE CUISSON DE TOUT LE JOURNAL) ET LES REPAS
      *CUISINES DANS LA PERIODE, POUR LES COMPARER AU PLAN DE SEMAINE.
      ******************************************************************
       01  W-HCU-DEBUT             PIC X(8)  VALUE SPACE.
       01  W-HCU-FIN               PIC X(8)  VALUE SPACE.
       01  W-HCU-AUJOURDHUI        PIC X(8)  VALUE SPACE.
       01  W-HCU-SAISIE-MOIS       PIC XX    VALUE SPACE.
       01  W-HCU-MOIS              PIC 99    VALUE 6.
       01  W-HCU-LIMITE            PIC X(8)  VALUE SPACE.
       01  W-HCU-TOTAL-MOIS        PIC 9(6)  VALUE 0.
       01  W-HCU-ANNEE             PIC 9(4)  VALUE 0.
       01  W-HCU-MM                PIC 99    VALUE 0.
       01  W-HCU-FIN-FIC           PIC 9     VALUE 0.
       01  W-HCU-DATE-LUE          PIC X(8)  VALUE SPACE.
       01  W-HCU-NOM-LU            PIC X(50) VALUE SPACE.
       01  W-HCU-PORTIONS-LUES     PIC 99    VALUE 0.
       01  W-HCU-NBRE-REPAS        PIC 9(5)  VALUE 0.
       01  W-HCU-TOTAL-PORTIONS    PIC 9(7)  VALUE 0.
       01  W-HCU-NBRE-RECETTES     PIC 999   VALUE 0.
       01  W-HCU-REC-TRONQUE       PIC 9     VALUE 0.
       01  W-TABLE-HCU-RECETTES OCCURS 500.
           05  WHR-NOM             PIC X(50).
           05  WHR-NBRE            PIC 9(5).
           05  WHR-PORTIONS        PIC 9(7).
           05  WHR-DERNIERE        PIC X(8).
       01  W-HCU-SWAP              PIC X(70).
       01  W-HCU-NBRE-LIGNES       PIC 999   VALUE 0.
       01  W-HCU-LIG-TRONQUE       PIC 9     VALUE 0.
       01  W-TABLE-HCU-REPAS OCCURS 999.
           05  WHL-DATE            PIC X(8).
           05  WHL-CODE            PIC X.
           05  WHL-NOM             PIC X(50).
       01  W-HCU-ETAT              PIC 9     VALUE 0.
       01  W-HCU-AUTRE-NOM         PIC X(50) VALUE SPACE.
       01  W-HCU-NBRE-PLAN         PIC 9(5)  VALUE 0.
       01  W-HCU-NBRE-CONFORMES    PIC 9(5)  VALUE 0.
       01  W-HCU-NBRE-AUTRES       PIC 9(5)  VALUE 0.
       01  W-HCU-NBRE-JAMAIS       PIC 9(5)  VALUE 0.
       01  W-HCU-NBRE-A-VENIR      PIC 9(5)  VALUE 0.
       01  W-HCU-NBRE-DORMANTES    PIC 9(5)  VALUE 0.
       01  W-HCU-ED                PIC ZZZZZZ9.

      ******************************************************************
      *VARIABLES DU BUDGET ALIMENTAIRE: SEMAINE DESIGNEE PAR SON LUNDI,
      *COUT D'UN REPAS AU PRIX EN VIGUEUR A SA DATE ET MIS A L'ECHELLE
      *DES PORTIONS, ET CUMULS PAR SEMAINE DU RAPPORT (COUT REEL DES
      *CUISSONS, COUT PREVU DU PLAN ET BUDGET). L'ECART EST SIGNE:
      *POSITIF QUAND LA SEMAINE DEPASSE SON BUDGET.
      ******************************************************************
       01  W-BUD-SAISIE            PIC 9(5)       VALUE 0.
       01  W-BUD-LUNDI             PIC X(8)       VALUE SPACE.
       01  W-BUD-LUNDI-NUM         PIC 9(8)       VALUE 0.
       01  W-BUD-LUNDI-ENTIER      PIC 9(7)       VALUE 0.
       01  W-BUD-FIN-PERIODE       PIC X(8)       VALUE SPACE.
       01  W-BUD-TROUVE            PIC 9          VALUE 0.
       01  W-BUD-FIN-FIC           PIC 9          VALUE 0.
       01  W-BUD-NBRE-SEMAINES     PIC 99         VALUE 0.
       01  W-BUD-SEM               PIC 99         VALUE 0.
       01  W-BUD-NOM               PIC X(50)      VALUE SPACE.
       01  W-BUD-PORTIONS          PIC 99         VALUE 0.
       01  W-BUD-COUT-REPAS        PIC 9(7)V99    VALUE 0.
       01  W-BUD-NC                PIC 999        VALUE 0.
       01  W-BUD-PREVU             PIC 9(7)V99    VALUE 0.
       01  W-BUD-MONTANT           PIC 9(7)V99    VALUE 0.
       01  W-BUD-DEPASSE           PIC 9          VALUE 0.
       01  W-BUD-REPONSE           PIC X          VALUE SPACE.
       01  W-BUD-ECART             PIC S9(7)V99   VALUE 0.
       01  W-BUD-ECART-AFF         PIC -ZZZZZZ9.99.
       01  W-BUD-TOT-REEL          PIC 9(7)V99    VALUE 0.
       01  W-BUD-TOT-PREVU         PIC 9(7)V99    VALUE 0.
       01  W-BUD-TOT-BUDGET        PIC 9(7)V99    VALUE 0.
       01  W-TABLE-BUD-SEMAINES OCCURS 52.
           05  WB-LUNDI            PIC X(8).
           05  WB-REEL             PIC 9(7)V99.
           05  WB-PREVU            PIC 9(7)V99.
           05  WB-BUDGET           PIC 9(7)V99.
           05  WB-A-BUDGET         PIC 9.
           05  WB-NBRE-REEL        PIC 999.
           05  WB-NBRE-PREVU       PIC 999.
           05  WB-NC               PIC 999.

      ******************************************************************
      *ALLERGENES ET REGIMES: UNE LETTRE DE CODE PAR POSITION DANS LES
      *ZONES DU REPERTOIRE DES INGREDIENTS ET DES CONVIVES (LA LETTRE SI
      *PRESENT OU A EVITER, UN BLANC SINON). PROFIL D'UNE RECETTE
      *(UNION DES CODES DE SES INGREDIENTS AU REPERTOIRE), LIBELLES
      *POUR L'AFFICHAGE, FILTRE DES PARCOURS (VALABLE POUR LA SESSION)
      *ET CONFLITS AVEC LES CONVIVES A LA PLANIFICATION.
      ******************************************************************
       01  W-ALG-CODES             PIC X(10)  VALUE "GLOANSPCEM".
       01  W-REG-CODES             PIC X(4)   VALUE "VOPA".
       01  W-ALG-LIBELLES-VAL.
           05  FILLER              PIC X(10)  VALUE "Gluten".
           05  FILLER              PIC X(10)  VALUE "Lait".
           05  FILLER              PIC X(10)  VALUE "Oeufs".
           05  FILLER              PIC X(10)  VALUE "Arachides".
           05  FILLER              PIC X(10)  VALUE "Noix".
           05  FILLER              PIC X(10)  VALUE "Soja".
           05  FILLER              PIC X(10)  VALUE "Poisson".
           05  FILLER              PIC X(10)  VALUE "Crustaces".
           05  FILLER              PIC X(10)  VALUE "Sesame".
           05  FILLER              PIC X(10)  VALUE "Moutarde".
       01  W-ALG-LIBELLES REDEFINES W-ALG-LIBELLES-VAL.
           05  W-ALG-LIB           PIC X(10)  OCCURS 10.
       01  W-REG-LIBELLES-VAL.
           05  FILLER              PIC X(10)  VALUE "Viande".
           05  FILLER              PIC X(10)  VALUE "Animal".
           05  FILLER              PIC X(10)  VALUE "Porc".
           05  FILLER              PIC X(10)  VALUE "Alcool".
       01  W-REG-LIBELLES REDEFINES W-REG-LIBELLES-VAL.
           05  W-REG-LIB           PIC X(10)  OCCURS 4.
       01  W-ALG-SAISIE            PIC X(10)  VALUE SPACE.
       01  W-REG-SAISIE            PIC X(4)   VALUE SPACE.
       01  W-ALG-RESULTAT          PIC X(10)  VALUE SPACE.
       01  W-REG-RESULTAT          PIC X(4)   VALUE SPACE.
       01  W-ALG-INVALIDE          PIC 9      VALUE 0.
       01  W-ALG-RECETTE           PIC X(10)  VALUE SPACE.
       01  W-REG-RECETTE           PIC X(4)   VALUE SPACE.
       01  W-ALG-NC                PIC 99     VALUE 0.
       01  W-ALG-COMPARER          PIC X(10)  VALUE SPACE.
       01  W-REG-COMPARER          PIC X(4)   VALUE SPACE.
       01  W-ALG-COMMUN            PIC X(10)  VALUE SPACE.
       01  W-REG-COMMUN            PIC X(4)   VALUE SPACE.
       01  W-ALG-CONFLIT           PIC 9      VALUE 0.
       01  W-ALG-A-LIBELLER        PIC X(10)  VALUE SPACE.
       01  W-REG-A-LIBELLER        PIC X(4)   VALUE SPACE.
       01  W-ALG-TEXTE             PIC X(62)  VALUE SPACE.
       01  W-REG-TEXTE             PIC X(40)  VALUE SPACE.
       01  W-ALG-PTR               PIC 99     VALUE 0.
       01  W-ALG-I                 PIC 99     VALUE 0.
       01  W-ALG-X                 PIC 99     VALUE 0.
       01  W-ALG-Y                 PIC 99     VALUE 0.
       01  W-ALG-NOM               PIC X(50)  VALUE SPACE.
       01  W-ALG-EXCLUE            PIC 9      VALUE 0.
       01  W-FILTRE-ALLERGENES     PIC X(10)  VALUE SPACE.
       01  W-FILTRE-REGIMES        PIC X(4)   VALUE SPACE.
       01  W-CHOIX-CONVIVES        PIC X      VALUE SPACE.
       01  W-CNV-NOM               PIC X(20)  VALUE SPACE.
       01  W-CNV-TROUVE            PIC 9      VALUE 0.
       01  W-CNV-FIN               PIC 9      VALUE 0.
       01  W-CNV-NBRE-CONFLITS     PIC 99     VALUE 0.
       01  W-CNV-REPONSE           PIC X      VALUE SPACE.

      ******************************************************************
      *SOUS-RECETTES: UNE LIGNE D'INGREDIENT DONT L'UNITE EST "POR"
      *(PORTIONS) OU "LOT" (RECETTES ENTIERES) DESIGNE UNE AUTRE
      *RECETTE PAR SON NOM. TABLE DE DEVELOPPEMENT (LIGNES DE LA
      *RECETTE ET DE SES COMPOSANTES, AVEC LE FACTEUR CUMULE ET LE
      *NIVEAU), CONTROLE DES CYCLES ET RAPPORT DES UTILISATIONS.
      ******************************************************************
       01  W-STATUT-COMP           PIC XX     VALUE SPACE.
       01  W-DEV-NBRE              PIC 999    VALUE 0.
       01  W-DEV-NBRE-COMP         PIC 999    VALUE 0.
       01  W-DEV-K                 PIC 999    VALUE 0.
       01  W-DEV-I                 PIC 999    VALUE 0.
       01  W-DEV-N                 PIC 999    VALUE 0.
       01  W-DEV-FACTEUR           PIC 9(5)V9(6) VALUE 0.
       01  W-DEV-RACINE            PIC X(50)  VALUE SPACE.
       01  W-DEV-CYCLE             PIC 9      VALUE 0.
       01  W-DEV-NOM-CYCLE         PIC X(30)  VALUE SPACE.
       01  W-DEV-INTROUV           PIC 99     VALUE 0.
       01  W-DEV-TRONQUE           PIC 9      VALUE 0.
       01  W-DEV-PLAFOND           PIC 99     VALUE 0.
       01  W-DEV-QTE               PIC 9(9)   VALUE 0.
       01  W-DEV-UNITE             PIC X(3)   VALUE SPACE.
       01  W-DEV-PREPARATION       PIC X(1340) VALUE SPACE.
       01  W-DEV-SYSTEME           PIC A      VALUE SPACE.
       01  W-DEV-TEMPS-PREP        PIC 999    VALUE 0.
       01  W-DEV-TEMPS-CUISSON     PIC 999    VALUE 0.
       01  W-DEV-TEMPS-TOTAL       PIC 9(4)   VALUE 0.
       01  W-TABLE-DEV OCCURS 300.
           05  WD-QUANTITE         PIC 9999.
           05  WD-UNITE            PIC A(3).
           05  WD-NOM              PIC X(30).
           05  WD-CALORIES         PIC 9999.
           05  WD-PROTEINES        PIC 999.
           05  WD-GLUCIDES         PIC 999.
           05  WD-LIPIDES          PIC 999.
           05  WD-FACTEUR          PIC 9(5)V9(6).
           05  WD-NIVEAU           PIC 9.
           05  WD-COMPOSANTE       PIC 9.
      *Utilisations d'une recette comme composante (suppression,
      *renommage et rapport "ou est utilisee").
       01  W-DEV-CIBLE             PIC X(50)  VALUE SPACE.
       01  W-DEV-CIBLE-MAJ         PIC X(50)  VALUE SPACE.
       01  W-DEV-NBRE-PARENTS      PIC 999    VALUE 0.
       01  W-DEV-PARENT            PIC X(50)  VALUE SPACE.
       01  W-DEV-FIN               PIC 9      VALUE 0.
       01  W-UTL-NBRE-LIENS        PIC 999    VALUE 0.
       01  W-TABLE-LIENS OCCURS 500.
           05  WU-PARENT           PIC X(50).
           05  WU-COMPOSANTE       PIC X(30).
           05  WU-QUANTITE         PIC 9999.
           05  WU-UNITE            PIC A(3).
       01  W-UTL-NBRE              PIC 999    VALUE 0.
       01  W-UTL-K                 PIC 999    VALUE 0.
       01  W-UTL-L                 PIC 999    VALUE 0.
       01  W-UTL-M                 PIC 999    VALUE 0.
       01  W-UTL-DEJA              PIC 9      VALUE 0.
       01  W-UTL-TRONQUE           PIC 9      VALUE 0.
       01  W-UTL-MAJ               PIC X(50)  VALUE SPACE.
       01  W-TABLE-UTILISATEURS OCCURS 200.
           05  WT-NOM              PIC X(50).
           05  WT-NIVEAU           PIC 99.
           05  WT-VIA              PIC X(30).
           05  WT-QUANTITE         PIC 9999.
           05  WT-UNITE            PIC A(3).
       01  W-UTL-NIVEAU-EDIT       PIC Z9.
       01  W-UTL-QTE-EDIT          PIC ZZZ9.

      ******************************************************************
      *VARIABLES DE LA PROPOSITION AUTOMATIQUE DE LA SEMAINE: LES 28
      *CASES DE LA SEMAINE (7 JOURS FOIS 4 REPAS, DANS L'ORDRE DE
      *W-PLAN-CODES) ET LES RECETTES CANDIDATES TIREES DU SOMMAIRE.
      *LE SOUPER (D) PROPOSE UN PLAT PRINCIPAL, COMME LE DINER: LA
      *CATEGORIE D DES RECETTES EST CELLE DES DESSERTS.
      *WK-ETAT: P = DEJA PLANIFIE (JAMAIS TOUCHE), O = PROPOSE,
      *V = AUCUNE RECETTE NE CONVIENT, N = VIDE (NON DEMANDE OU
      *RETIRE). WQ-PRIS: 0 = LIBRE, 1 = PRIS CETTE SEMAINE,
      *2 = ECARTE PAR UN ECHANGE, 3 = CUISINE RECEMMENT.
      ******************************************************************
       01  W-PRO-CATEGORIES        PIC X(4)   VALUE "BPPC".
       01  W-PRO-REPAS             PIC X(4)   VALUE SPACE.
       01  W-PRO-NOTE-MIN          PIC 9      VALUE 0.
       01  W-PRO-JOURS             PIC 999    VALUE 0.
       01  W-PRO-TEMPS-MAX         PIC 9(4)   VALUE 0.
       01  W-PRO-PORTIONS          PIC 99     VALUE 0.
       01  W-PRO-ALG               PIC X(10)  VALUE SPACE.
       01  W-PRO-REG               PIC X(4)   VALUE SPACE.
       01  W-PRO-X                 PIC 99     VALUE 0.
       01  W-PRO-I                 PIC 999    VALUE 0.
       01  W-PRO-K                 PIC 99     VALUE 0.
       01  W-PRO-NO                PIC 99     VALUE 0.
       01  W-PRO-NO-EDIT           PIC Z9.
       01  W-PRO-MEILLEUR          PIC 999    VALUE 0.
       01  W-PRO-IDX               PIC 999    VALUE 0.
       01  W-PRO-ANCIEN            PIC 999    VALUE 0.
       01  W-PRO-FIN               PIC 9      VALUE 0.
       01  W-PRO-ERREUR            PIC 9      VALUE 0.
       01  W-PRO-TROUVE            PIC 9      VALUE 0.
       01  W-PRO-ENTIER            PIC 9(7)   VALUE 0.
       01  W-PRO-DEBUT-FENETRE     PIC S9(7)  VALUE 0.
       01  W-PRO-DATE-NUM          PIC 9(8)   VALUE 0.
       01  W-PRO-NOM               PIC X(50)  VALUE SPACE.
       01  W-PRO-JJMM              PIC X(5)   VALUE "  /  ".
       01  W-PRO-COL               PIC 99     VALUE 0.
       01  W-PRO-CHOIX             PIC X      VALUE SPACE.
       01  W-PRO-NBRE-PROPOSES     PIC 99     VALUE 0.
       01  W-PRO-NBRE-ECRITS       PIC 99     VALUE 0.
       01  W-PRO-NBRE-SAUTES       PIC 99     VALUE 0.
       01  W-TABLE-CASES OCCURS 28.
           05  WK-DATE             PIC X(8).
           05  WK-CODE             PIC X.
           05  WK-CATEGORIE        PIC X.
           05  WK-SEMAINE          PIC 9.
           05  WK-ETAT             PIC X.
           05  WK-NOM              PIC X(50).
           05  WK-PORTIONS         PIC 99.
           05  WK-CAND             PIC 999.
       01  W-PRO-NBRE-CAND         PIC 999    VALUE 0.
       01  W-PRO-CAND-TRONQUE      PIC 9      VALUE 0.
       01  W-TABLE-CANDIDATS OCCURS 300.
           05  WQ-NOM              PIC X(50).
           05  WQ-CATEGORIE        PIC X.
           05  WQ-NOTE             PIC 99.
           05  WQ-TEMPS            PIC 9(4).
           05  WQ-PORTIONS         PIC 99.
           05  WQ-MANQUES          PIC 99.
           05  WQ-PRIS             PIC 9.

      ******************************************************************
      *VARIABLES DES ARCHIVES DE RECETTES ET DES REGLES DE
      *CONSERVATION. LA TABLE W-TABLE-RETENTION RECENSE, PAR NOM DE
      *RECETTE (HISTORIQUE) OU D'INGREDIENT (PRIX), LE NOMBRE DE
      *VERSIONS LES PLUS ANCIENNES A RETIRER; UN NOM AU-DELA DE LA
      *500E ATTEND LE PASSAGE SUIVANT.
      ******************************************************************
       01  W-CHOIX-ARCHIVES        PIC X      VALUE SPACE.
       01  W-ARC-NOM               PIC X(50)  VALUE SPACE.
       01  W-ARC-EXISTE            PIC 9      VALUE 0.
       01  W-ARC-COMM              PIC 9      VALUE 0.
       01  W-ARC-CONFLIT           PIC 9      VALUE 0.
       01  W-ARC-NBRE-VERSIONS     PIC 9(4)   VALUE 0.
       01  W-ARC-VERSION           PIC 9(4)   VALUE 0.
       01  W-ARC-DERNIERE          PIC 9(4)   VALUE 0.
       01  W-ARC-BASE              PIC 9(4)   VALUE 0.
       01  W-ARC-FIN               PIC 9      VALUE 0.
       01  W-ARC-NBRE-LUS          PIC 999    VALUE 0.
       01  W-ARC-ED                PIC ZZZ9.
       01  W-RET-VERSIONS          PIC 999    VALUE 0.
       01  W-RET-MOIS              PIC 999    VALUE 0.
       01  W-RET-NUIT              PIC X      VALUE "N".
       01  W-RET-GARDER            PIC 999    VALUE 0.
       01  W-RET-COMPTE            PIC 9(4)   VALUE 0.
       01  W-RET-NOM-COURANT       PIC X(50)  VALUE SPACE.
       01  W-RET-FIN               PIC 9      VALUE 0.
       01  W-RET-T                 PIC 999    VALUE 0.
       01  W-RET-NBRE-NOMS         PIC 999    VALUE 0.
       01  W-RET-TRONQUE           PIC 9      VALUE 0.
       01  W-RET-NBRE-VERS         PIC 9(5)   VALUE 0.
       01  W-RET-NBRE-PRIX         PIC 9(5)   VALUE 0.
       01  W-RET-MOIS-TOTAL        PIC 9(6)   VALUE 0.
       01  W-RET-AAAA              PIC 9(4)   VALUE 0.
       01  W-RET-MM                PIC 99     VALUE 0.
       01  W-RET-LIMITE.
           05  W-RET-LIM-AAAA      PIC 9(4).
           05  W-RET-LIM-MM        PIC 99.
           05  W-RET-LIM-JJ        PIC 99.
       01  W-TABLE-RETENTION OCCURS 500.
           05  WX-NOM              PIC X(50).
           05  WX-A-RETIRER        PIC 9(4).
           05  WX-RETIRES          PIC 9(4).

      ******************************************************************
      *VARIABLES DE L'IMPORT DES TARIFS DES FOURNISSEURS. UNE LIGNE
      *DOUTEUSE N'EST PAS APPLIQUEE: W-TAR-MOTIF DIT POURQUOI ET ELLE
      *VA AU RAPPORT DES EXCEPTIONS. W-TAR-SEUIL EST LA VARIATION DE
      *PRIX (EN %, HAUSSE OU BAISSE) AU-DELA DE LAQUELLE UN PRIX EST
      *ECARTE; LE TRAITEMENT DE NUIT PREND W-TAR-SEUIL-DEFAUT.
      ******************************************************************
       01  W-TAR-SEUIL-DEFAUT      PIC 999    VALUE 25.
       01  W-TAR-SEUIL             PIC 999    VALUE 25.
       01  W-TAR-FIN               PIC 9      VALUE 0.
       01  W-TAR-MOTIF             PIC X(20)  VALUE SPACE.
       01  W-TAR-DETAIL            PIC X(44)  VALUE SPACE.
       01  W-TAR-FOURN-ING         PIC X(3)   VALUE SPACE.
       01  W-TAR-UNITAIRE          PIC 9(3)V9999  VALUE 0.
       01  W-TAR-PCT               PIC 9(5)V9 VALUE 0.
       01  W-TAR-PCT-ED            PIC ZZZZ9.9.
       01  W-TAR-SIGNE             PIC X      VALUE SPACE.
       01  W-TAR-NBRE-LUS          PIC 9(5)   VALUE 0.
       01  W-TAR-NBRE-APPLIQUES    PIC 9(5)   VALUE 0.
       01  W-TAR-NBRE-INCHANGES    PIC 9(5)   VALUE 0.
       01  W-TAR-NBRE-EXCEPTIONS   PIC 9(5)   VALUE 0.

       SCREEN SECTION.
       01  FOND-ECRAN.
           05          BLANK SCREEN
                       VALUE "R) Renommer une recette".
           05          LINE 16 COL 5
                       VALUE "E) Faisable avec le garde-manger".
           05          LINE 17 COL 5
                       VALUE "O) Commandes et receptions".
           05          LINE 18 COL 5
                       VALUE "L) Allergenes et convives".
           05          LINE 19 COL 5
                       VALUE "K) Archives et conservation".
           05          LINE 6 COL 44
                       VALUE "9) Rapport nutritionnel d'une recette".
           05          LINE 7 COL 44
                       VALUE "M) Pretes en moins de N minutes".
           05          LINE 17 COL 44
                       VALUE "F) Fournisseurs".
           05          LINE 18 COL 44
                       VALUE "U) Ou est utilisee une recette".
           05          LINE 21 COL 5
                       VALUE "Votre choix:".
           05          LINE 25 COL 1
           05          LINE 7 COL 63 VALUE "Millilitre (ml)".
           05          LINE 8 COL 63 VALUE "Litre (l)".
           05          LINE 9 COL 63 VALUE "Aucune (x)".
           05          LINE 10 COL 63 VALUE "Portions (por)".
           05          LINE 11 COL 63 VALUE "Recettes (lot)".
           05          LINE 25 COL 1
                       BACKGROUND-COLOR 3
                       PIC X(80) FROM W-MSG.
           05          LINE 7 COL 63 VALUE "Once (oz)".
           05          LINE 8 COL 63 VALUE "Tasse (t)".
           05          LINE 9 COL 63 VALUE "Aucune (x)".
           05          LINE 10 COL 63 VALUE "Portions (por)".
           05          LINE 11 COL 63 VALUE "Recettes (lot)".
           05          LINE 25 COL 1
                       BACKGROUND-COLOR 3
                       PIC X(80) FROM W-MSG.
                       FOREGROUND-COLOR 1.
           05          LINE 18 COL 57
                       PIC ZZZ9 FROM RECETTE-TEMPS-TOTAL.
           05          LINE 20 COL 5
                       VALUE "Allergenes:"
                       FOREGROUND-COLOR 1.
           05          LINE 20 COL 17
                       PIC X(62) FROM W-ALG-TEXTE.
           05          LINE 21 COL 5
                       VALUE "Regimes:"
                       FOREGROUND-COLOR 1.
           05          LINE 21 COL 17
                       PIC X(40) FROM W-REG-TEXTE.
           05          LINE 21 COL 58
                       VALUE "Hors repertoire:"
                       FOREGROUND-COLOR 1.
           05          LINE 21 COL 75
                       PIC Z9 FROM W-ALG-NC.
           05          LINE 25 COL 1
                       BACKGROUND-COLOR 3
                       PIC X(80) FROM W-MSG.
                   WHEN FAISABLE-MAINTENANT
                       PERFORM 47000-FAISABLE-MAINTENANT
                       MOVE SPACE TO W-MSG
                   WHEN COMMANDES-FOURNISSEURS
                       PERFORM 48000-MENU-COMMANDES
                       MOVE SPACE TO W-MSG
                   WHEN ALLERGENES-CONVIVES
                       PERFORM 39000-MENU-ALLERGENES
                       MOVE SPACE TO W-MSG
                   WHEN UTILISATIONS-RECETTE
                       PERFORM 41800-RAPPORT-UTILISATIONS
                       MOVE SPACE TO W-MSG
                   WHEN ARCHIVES-RECETTES
                       PERFORM 51000-MENU-ARCHIVES
                       MOVE SPACE TO W-MSG
                   END-EVALUATE
               ELSE
                  MOVE "Choix invalide" TO W-MSG
           MOVE 3 TO W-NO-LIGNE
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 9 OR
           W-IND-FIN-FICHIER = 1
      *Les recettes exclues par le filtre des allergenes sont sautees.
               MOVE 1 TO W-ALG-EXCLUE
               PERFORM UNTIL W-ALG-EXCLUE = 0 OR W-IND-FIN-FICHIER = 1
                   READ RECETTES-IDX NEXT RECORD INTO RECETTE
                   AT END MOVE 1 TO W-IND-FIN-FICHIER
                   END-READ
                   IF W-IND-FIN-FICHIER = 0
                       PERFORM 27960-FILTRER-RECETTE
                   END-IF
               END-PERFORM
               IF W-IND-FIN-FICHIER = 0
               THEN
                   EVALUATE TRUE
                   IF W-IND-FIN-FICHIER = 0
                       PERFORM 31500-RECETTE-CONTIENT-INGREDIENT
                   END-IF
                   IF W-TROUVE = 1
                       PERFORM 27960-FILTRER-RECETTE
                       IF W-ALG-EXCLUE = 1
                           MOVE 0 TO W-TROUVE
                       END-IF
                   END-IF
               END-PERFORM
               IF W-IND-FIN-FICHIER = 0
               THEN
           MOVE 3 TO W-NO-LIGNE
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 9 OR
           W-IND-FIN-FICHIER = 1
      *Les recettes exclues par le filtre des allergenes sont sautees.
               MOVE 1 TO W-ALG-EXCLUE
               PERFORM UNTIL W-ALG-EXCLUE = 0 OR W-IND-FIN-FICHIER = 1
                   READ SOMMAIRE-IDX NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-FICHIER
                   END-READ
                   IF W-IND-FIN-FICHIER = 0
                      AND RES-TEMPS-TOTAL > W-RECH-MINUTES
                       MOVE 1 TO W-IND-FIN-FICHIER
                   END-IF
                   IF W-IND-FIN-FICHIER = 0
                       MOVE RES-NOM TO W-ALG-NOM
                       PERFORM 27970-FILTRER-PAR-NOM
                   END-IF
               END-PERFORM
               IF W-IND-FIN-FICHIER = 0
               THEN
                   EVALUATE TRUE
           MOVE 3 TO W-NO-LIGNE
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 9 OR
           W-IND-FIN-FICHIER = 1
      *Les recettes exclues par le filtre des allergenes sont sautees.
               MOVE 1 TO W-ALG-EXCLUE
               PERFORM UNTIL W-ALG-EXCLUE = 0 OR W-IND-FIN-FICHIER = 1
                   READ SOMMAIRE-IDX NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-FICHIER
                   END-READ
                   IF W-IND-FIN-FICHIER = 0
                      AND RES-CATEGORIE <> W-RECH-CATEGORIE
                       MOVE 1 TO W-IND-FIN-FICHIER
                   END-IF
                   IF W-IND-FIN-FICHIER = 0
                       MOVE RES-NOM TO W-ALG-NOM
                       PERFORM 27970-FILTRER-PAR-NOM
                   END-IF
               END-PERFORM
               IF W-IND-FIN-FICHIER = 0
               THEN
                   EVALUATE TRUE
      ******************************************************************
       34000-CONSOLIDER-INGREDIENTS.
      *Relit chaque recette choisie et cumule ses ingredients (convertis
      *dans une unite metrique commune) dans W-TABLE-EPICERIE. Les
      *sous-recettes sont developpees en leurs ingredients bruts.
       MOVE 0 TO W-NBRE-EPICERIE.
       OPEN INPUT RECETTES-IDX.
       PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > W-NBR-RECETTES-SEL
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 41000-DEVELOPPER-COMPOSANTES
               PERFORM VARYING W-I FROM 1 BY 1
                       UNTIL W-I > RECETTE-NBRE-INGREDIENTS
                   MOVE RCI-QUANTITE(W-I) TO W-CONV-QTE
       END-PERFORM.
       CLOSE INGREDIENTS-IDX.
      *Ecrire un bon par fournisseur ayant au moins une ligne, puis le
      *bon "a assigner" (indice W-NBRE-FOURNISSEURS + 1). Chaque bon
      *d'un fournisseur est aussi enregistre au fichier des commandes
      *sous le numero suivant, pour la reception; le bon "a assigner"
      *n'est adresse a personne et n'y va pas.
       MOVE 0 TO W-BON-NBRE-GENERES.
       PERFORM 48400-PROCHAIN-NO-COMMANDE.
       DISPLAY FOND-ECRAN.
       MOVE "Bons de commande generes" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       MOVE 5 TO W-NO-LIGNE.
       OPEN INPUT PRIX-IDX.
       OPEN I-O COMMANDES-IDX.
       OPEN I-O COMMANDE-LIGNES-IDX.
       PERFORM VARYING W-F FROM 1 BY 1
               UNTIL W-F > W-NBRE-FOURNISSEURS + 1
           MOVE 0 TO W-BON-NBRE-LIGNES
                                       AT LINE W-NO-LIGNE COL 40
               ELSE
                   ADD 1 TO W-BON-NBRE-GENERES
                   IF W-F NOT > W-NBRE-FOURNISSEURS
                       IF W-CMD-ERREUR = 1
                           DISPLAY "NON ENREGISTRE"
                                           AT LINE W-NO-LIGNE COL 25
                       ELSE
                           DISPLAY "no" AT LINE W-NO-LIGNE COL 25
                           DISPLAY W-CMD-NUMERO
                                           AT LINE W-NO-LIGNE COL 28
                       END-IF
                   END-IF
                   MOVE W-BON-TOTAL TO W-COUT-AFF
                   DISPLAY W-COUT-AFF AT LINE W-NO-LIGNE COL 40
                   DISPLAY "$" AT LINE W-NO-LIGNE COL 51
                   IF W-CMD-ERREUR = 2
                       DISPLAY "LIGNES NON ENREGISTREES"
                                           AT LINE W-NO-LIGNE COL 54
                   END-IF
                   IF W-BON-NON-CHIFFRES > 0 AND W-CMD-ERREUR NOT = 2
                       DISPLAY "non chiffres:"
                                           AT LINE W-NO-LIGNE COL 54
                       DISPLAY W-BON-NON-CHIFFRES
               ADD 1 TO W-NO-LIGNE
           END-IF
       END-PERFORM.
       CLOSE COMMANDE-LIGNES-IDX.
       CLOSE COMMANDES-IDX.
       CLOSE PRIX-IDX.
       IF W-BON-NBRE-GENERES = 0
           DISPLAY "Aucun bon a generer" AT 1010
      *quantites de W-TABLE-EPICERIE sont deja en unite de base, et un
      *prix dans une autre unite de base rend la ligne "non chiffree".
      *PRIX-IDX est deja ouvert par 34800-ECRIRE-BONS-COMMANDE.
      *Le bon d'un fournisseur porte son numero de commande et sa date
      *prevue de livraison (date du jour plus le delai du
      *fournisseur).
       MOVE 0 TO W-BON-TOTAL.
       MOVE 0 TO W-BON-NON-CHIFFRES.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-CMD-DATE-JOUR.
       IF W-F NOT > W-NBRE-FOURNISSEURS
           MOVE W-CMD-PROCHAIN TO W-CMD-NUMERO
           MOVE W-CMD-DATE-JOUR TO W-CMD-DATE-NUM
           COMPUTE W-CMD-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-CMD-DATE-NUM)
                    + WF-DELAI(W-F))
           MOVE W-CMD-DATE-NUM TO W-CMD-DATE-PREVUE
       END-IF.
       OPEN OUTPUT BON-FIC.
       MOVE SPACE TO LIGNE-BON.
       MOVE "BON DE COMMANDE" TO LIGNE-BON(1:15).
       IF W-F NOT > W-NBRE-FOURNISSEURS
           MOVE "No:" TO LIGNE-BON(20:3)
           MOVE W-CMD-NUMERO TO LIGNE-BON(24:6)
       END-IF.
       WRITE LIGNE-BON.
       MOVE SPACE TO LIGNE-BON.
       MOVE "Date:" TO LIGNE-BON(1:5).
       MOVE W-CMD-DATE-JOUR TO LIGNE-BON(7:8).
       IF W-F NOT > W-NBRE-FOURNISSEURS
           MOVE "Livraison prevue:" TO LIGNE-BON(20:17)
           MOVE W-CMD-DATE-PREVUE TO LIGNE-BON(38:8)
       END-IF.
       WRITE LIGNE-BON.
       MOVE SPACE TO LIGNE-BON.
       IF W-F > W-NBRE-FOURNISSEURS
               MOVE WE-UNITE(W-E) TO LIGNE-BON(11:3)
               MOVE WE-NOM(W-E) TO LIGNE-BON(15:30)
               MOVE WE-NOM(W-E) TO PRIX-NOM
               MOVE 0 TO W-EPIC-PRIX(W-E)
               READ PRIX-IDX KEY IS PRIX-NOM
               INVALID KEY
                   ADD 1 TO W-BON-NON-CHIFFRES
                       ADD 1 TO W-BON-NON-CHIFFRES
                       MOVE "non chiffre" TO LIGNE-BON(47:11)
                   ELSE
                       MOVE PRIX-UNITAIRE TO W-EPIC-PRIX(W-E)
                       COMPUTE W-COUT-LIGNE ROUNDED =
                               WE-QUANTITE(W-E) * PRIX-UNITAIRE
                       ADD W-COUT-LIGNE TO W-BON-TOTAL
      *ou perime sur disque: le signaler a l'appelant plutot que
      *d'annoncer un bon genere.
       MOVE 0 TO W-BON-COPIE-ERREUR.
       MOVE 0 TO W-CMD-ERREUR.
       CALL "CBL_COPY_FILE" USING "BON_COMMANDE.TXT"
                                   W-BON-NOM-FICHIER.
       IF RETURN-CODE NOT = 0
           MOVE 1 TO W-BON-COPIE-ERREUR
       END-IF.
      *Un bon qui n'a pas pu etre copie n'a pas ete envoye: il n'est
      *enregistre comme commande que si la copie a reussi.
       IF W-BON-COPIE-ERREUR = 0 AND W-F NOT > W-NBRE-FOURNISSEURS
           PERFORM 34820-ENREGISTRER-COMMANDE
       END-IF.

      ******************************************************************
       34820-ENREGISTRER-COMMANDE.
      *Enregistre le bon du fournisseur d'indice W-F au fichier des
      *commandes: l'entete (statut ouverte) puis une ligne par
      *ingredient du bon, avec le prix unitaire retenu par
      *34810-ECRIRE-UN-BON. Les deux fichiers sont deja ouverts par
      *34800-ECRIRE-BONS-COMMANDE.
      *Si le numero est deja pris au fichier des commandes, rien
      *n'est ecrit, W-CMD-ERREUR vaut 1 et le numero n'avance pas:
      *l'appelant l'affiche au lieu du numero. Une ligne refusee
      *donne W-CMD-ERREUR a 2; l'entete est alors ecrite et le numero
      *est consomme.
       MOVE W-CMD-NUMERO TO CMD-NUMERO.
       MOVE WF-CODE(W-F) TO CMD-FOURNISSEUR.
       MOVE W-CMD-DATE-JOUR TO CMD-DATE.
       MOVE W-CMD-DATE-PREVUE TO CMD-DATE-PREVUE.
       MOVE "O" TO CMD-STATUT.
       MOVE W-BON-NBRE-LIGNES TO CMD-NBRE-LIGNES.
       MOVE SPACE TO CMD-DATE-RECEPTION.
       WRITE COMMANDE-ENTETE
       INVALID KEY
           MOVE 1 TO W-CMD-ERREUR
       END-WRITE.
       MOVE 0 TO W-J.
       PERFORM VARYING W-E FROM 1 BY 1 UNTIL W-E > W-NBRE-EPICERIE
           IF W-EPIC-FOURN(W-E) = WF-CODE(W-F)
              AND W-CMD-ERREUR NOT = 1
               ADD 1 TO W-J
               MOVE W-CMD-NUMERO TO CML-NUMERO
               MOVE W-J TO CML-LIGNE
               MOVE WE-NOM(W-E) TO CML-NOM
               MOVE WE-QUANTITE(W-E) TO CML-QTE-COMMANDEE
               MOVE 0 TO CML-QTE-RECUE
               MOVE WE-UNITE(W-E) TO CML-UNITE
               MOVE W-EPIC-PRIX(W-E) TO CML-PRIX-UNITAIRE
               WRITE COMMANDE-LIGNE
               INVALID KEY
                   MOVE 2 TO W-CMD-ERREUR
               END-WRITE
           END-IF
       END-PERFORM.
       IF W-CMD-ERREUR NOT = 1
           ADD 1 TO W-CMD-PROCHAIN
           MOVE "COMMANDE" TO W-JOURNAL-ACTION
           MOVE SPACE TO W-JOURNAL-NOM
           STRING "COMMANDE " DELIMITED BY SIZE
                  W-CMD-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WF-CODE(W-F) DELIMITED BY SIZE
                  INTO W-JOURNAL-NOM
           PERFORM 95000-JOURNALISER
       END-IF.

      ******************************************************************
       35000-CHANGER-PORTIONS.
       42000-RAPPORT-NUTRITION.
      *Choisit une recette (comme pour la liste d'epicerie) et affiche
      *le total des calories/proteines/glucides/lipides ainsi que la
      *quantite par portion, sous-recettes developpees.
       PERFORM 33500-CHOISIR-RECETTE-POUR-LISTE.
       IF W-CHOIX-RECETTE = SPACE OR 0
       THEN
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
           PERFORM 41000-DEVELOPPER-COMPOSANTES
           MOVE 0 TO W-TOT-CALORIES W-TOT-PROTEINES
                     W-TOT-GLUCIDES W-TOT-LIPIDES
           PERFORM VARYING W-I FROM 1 BY 1
           DISPLAY W-PORTION-GLUCIDES AT 1820
           DISPLAY "Lipides (g):" AT 1905
           DISPLAY W-PORTION-LIPIDES AT 1920
           IF W-DEV-INTROUV > 0
               DISPLAY "Sous-recettes introuvables (non comptees):"
                                                               AT 2105
               DISPLAY W-DEV-INTROUV AT 2148
           END-IF
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.
       MOVE
       "Recette enregistree. Appuyer sur ENTER pour revenir au menu."
           TO W-MSG.
       IF W-DEV-CYCLE = 1
           MOVE "Recette refusee: elle se contiendrait elle-meme."
                                                               TO W-MSG
       END-IF.
       DISPLAY FOND-ECRAN.
       DISPLAY W-MSG AT 2501.
       ACCEPT W-MSG AT 2580.
           THEN
               PERFORM UNTIL W-UNITE-MESURE(W-COMPTEUR-INGR) =
               "g" OR "G" OR "kg" OR "KG" OR "ml" OR "ML" OR "l" OR "L"
               OR "x" OR "X" OR "por" OR "POR" OR "lot" OR "LOT"
                   DISPLAY W-MSG AT 2501
                   ACCEPT W-UNITE-MESURE(W-COMPTEUR-INGR)
                                           AT LINE W-NO-LIGNE COL 18
               MOVE "Unite invalide: entrer g, kg, ml, l, x, por, lot"
                                                               TO W-MSG
               END-PERFORM
           MOVE "Entrer 9999 dans la quantite lorsque termine" TO W-MSG
           DISPLAY W-MSG AT 2501
           ACCEPT W-NOM-INGR(W-COMPTEUR-INGR) AT LINE W-NO-LIGNE COL 30
      *En portions ou en lots, le nom est celui d'une sous-recette.
           IF W-UNITE-MESURE(W-COMPTEUR-INGR) = "por" OR "POR"
              OR "lot" OR "LOT"
               PERFORM 41600-VALIDER-COMPOSANTE
           ELSE
               PERFORM 27500-VALIDER-ING-MAITRE
           END-IF
           MOVE "Infos nutritionnelles pour cet ingredient? O/N"
                                                             TO W-MSG
           DISPLAY W-MSG AT 2501
           THEN
               PERFORM UNTIL W-UNITE-MESURE(W-COMPTEUR-INGR) =
               "ct" OR "CT" OR "cp" OR "CP" OR "oz" OR "OZ" OR "t"
               OR "T" OR "x" OR "X" OR "por" OR "POR" OR "lot" OR "LOT"
                   DISPLAY W-MSG AT 2501
                   ACCEPT W-UNITE-MESURE(W-COMPTEUR-INGR)
                                           AT LINE W-NO-LIGNE COL 18
               MOVE "Unite invalide: entrer ct, cp, oz, t, x, por, lot"
                                                       TO W-MSG
               END-PERFORM
           MOVE "Entrer 9999 dans la quantite lorsque termine" TO W-MSG
           DISPLAY W-MSG AT 2501
           ACCEPT W-NOM-INGR(W-COMPTEUR-INGR) AT LINE W-NO-LIGNE COL 30
      *En portions ou en lots, le nom est celui d'une sous-recette.
           IF W-UNITE-MESURE(W-COMPTEUR-INGR) = "por" OR "POR"
              OR "lot" OR "LOT"
               PERFORM 41600-VALIDER-COMPOSANTE
           ELSE
               PERFORM 27500-VALIDER-ING-MAITRE
           END-IF
           MOVE "Infos nutritionnelles pour cet ingredient? O/N"
                                                             TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE W-TABLE-INGREDIENTS(W-I)
                                   TO RECETTE-TABLE-INGREDIENTS(W-I)
       END-PERFORM.
      *Une recette qui se contiendrait elle-meme, directement ou par
      *une sous-recette, n'est pas enregistree (W-DEV-CYCLE = 1).
       PERFORM 41500-VERIFIER-CYCLE.
       IF W-DEV-CYCLE = 0
           OPEN I-O RECETTES-IDX
           WRITE RECETTE
           IF W-STATUT-RECETTES = "00"
               MOVE "AJOUT RECETTE" TO W-JOURNAL-ACTION
               MOVE RECETTE-NOM TO W-JOURNAL-NOM
               PERFORM 95000-JOURNALISER
               PERFORM 93000-MAJ-SOMMAIRE
           END-IF
           CLOSE RECETTES-IDX
       END-IF.

      ******************************************************************
       110000-ACCEPTER-VERIFIER-NOM.
       READ RECETTES-IDX KEY IS RECETTE-NOM.
       CLOSE RECETTES-IDX.
       PERFORM 28600-CALCULER-NOTE-MOYENNE.
       PERFORM 27950-PROFIL-RECETTE.
       MOVE W-ALG-RECETTE TO W-ALG-A-LIBELLER.
       MOVE W-REG-RECETTE TO W-REG-A-LIBELLER.
       PERFORM 27980-LIBELLER-PROFIL.
       MOVE RECETTE-SYSTEME-UNITE TO W-AFFICH-SYSTEME.
       DISPLAY FOND-ECRAN.
       MOVE SPACE TO W-ENTREE.
      ******************************************************************
       37000-EXPORTER-RECETTE.
      *Ecrit la recette courante (deja en memoire dans RECETTE) dans un
      *fichier texte imprimable: nom, description, allergenes et
      *regimes, ingredients et etapes de preparation.
       PERFORM 27950-PROFIL-RECETTE.
       MOVE W-ALG-RECETTE TO W-ALG-A-LIBELLER.
       MOVE W-REG-RECETTE TO W-REG-A-LIBELLER.
       PERFORM 27980-LIBELLER-PROFIL.
       OPEN OUTPUT EXPORT-RECETTE-FIC.
       MOVE SPACE TO LIGNE-EXPORT.
       MOVE RECETTE-NOM TO LIGNE-EXPORT(1:50).
       MOVE RECETTE-TEMPS-TOTAL TO LIGNE-EXPORT(58:4).
       WRITE LIGNE-EXPORT.
       MOVE SPACE TO LIGNE-EXPORT.
       MOVE "Allergenes:" TO LIGNE-EXPORT(1:11).
       MOVE W-ALG-TEXTE TO LIGNE-EXPORT(13:62).
       WRITE LIGNE-EXPORT.
       MOVE SPACE TO LIGNE-EXPORT.
       MOVE "Regimes:" TO LIGNE-EXPORT(1:8).
       MOVE W-REG-TEXTE TO LIGNE-EXPORT(13:40).
       IF W-ALG-NC > 0
           MOVE "Hors repertoire:" TO LIGNE-EXPORT(55:16)
           MOVE W-ALG-NC TO LIGNE-EXPORT(72:2)
       END-IF.
       WRITE LIGNE-EXPORT.
       MOVE SPACE TO LIGNE-EXPORT.
       WRITE LIGNE-EXPORT.
       MOVE SPACE TO LIGNE-EXPORT.
       MOVE "Ingredients:" TO LIGNE-EXPORT(1:12).
                                       AT LINE W-NO-LIGNE2 COL 18
               PERFORM UNTIL W-UNITE-MESURE(W-J) =
               "g" OR "G" OR "kg" OR "KG" OR "ml" OR "ML" OR "l" OR "L"
               OR "x" OR "X" OR "por" OR "POR" OR "lot" OR "LOT"
                   DISPLAY W-MSG AT 2501
                   ACCEPT W-UNITE-MESURE(W-J)
                                           AT LINE W-NO-LIGNE COL 18
               MOVE "Unite invalide: entrer g, kg, ml, l, x, por, lot"
                                                               TO W-MSG
               END-PERFORM
               ACCEPT W-NOM-INGR(W-J) AT LINE W-NO-LIGNE COL 30
                                   AT LINE W-NO-LIGNE2 COL 18
           PERFORM UNTIL W-UNITE-MESURE(W-J) =
           "g" OR "G" OR "kg" OR "KG" OR "ml" OR "ML" OR "l" OR "L"
           OR "x" OR "X" OR "por" OR "POR" OR "lot" OR "LOT"
               DISPLAY W-MSG AT 2501
               ACCEPT W-UNITE-MESURE(W-J)
                                       AT LINE W-NO-LIGNE2 COL 18
           MOVE "Unite invalide: entrer g, kg, ml, l, x, por, lot"
                                                           TO W-MSG
           END-PERFORM
           ACCEPT W-NOM-INGR(W-J) AT LINE W-NO-LIGNE2 COL 30
                                       AT LINE W-NO-LIGNE2 COL 18
               PERFORM UNTIL W-UNITE-MESURE(W-J) =
               "ct" OR "CT" OR "cp" OR "CP" OR "oz" OR "OZ" OR "t"
               OR "T" OR "x" OR "X" OR "por" OR "POR" OR "lot" OR "LOT"
                   DISPLAY W-MSG AT 2501
                   ACCEPT W-UNITE-MESURE(W-J)
                                           AT LINE W-NO-LIGNE COL 18
               MOVE "Unite invalide: entrer ct, cp, oz, t, x, por, lot"
                                                               TO W-MSG
               END-PERFORM
               ACCEPT W-NOM-INGR(W-J) AT LINE W-NO-LIGNE COL 30
                                   AT LINE W-NO-LIGNE2 COL 18
           PERFORM UNTIL W-UNITE-MESURE(W-J) =
           "ct" OR "CT" OR "cp" OR "CP" OR "oz" OR "OZ" OR "t"
           OR "T" OR "x" OR "X" OR "por" OR "POR" OR "lot" OR "LOT"
               DISPLAY W-MSG AT 2501
               ACCEPT W-UNITE-MESURE(W-J)
                                       AT LINE W-NO-LIGNE2 COL 18
           MOVE "Unite invalide: entrer ct, cp, oz, t, x, por, lot"
                                                           TO W-MSG
           END-PERFORM
           ACCEPT W-NOM-INGR(W-J) AT LINE W-NO-LIGNE2 COL 30
      *18000-MODIFIER-RECETTE; le REWRITE puis la fermeture liberent
      *le verrou. Avant la reecriture, l'image encore sur disque est
      *relue et archivee a l'historique des versions, pendant que la
      *version modifiee attend dans W-RECETTE-MODIFIEE. Une
      *modification qui ferait se contenir la recette elle-meme,
      *directement ou par une sous-recette, est refusee avant tout
      *archivage.
       PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-COMPTEUR-INGR
           MOVE W-TABLE-INGREDIENTS(W-I)
                                   TO RECETTE-TABLE-INGREDIENTS(W-I)
       END-PERFORM.
       PERFORM 41500-VERIFIER-CYCLE.
       IF W-DEV-CYCLE = 1
           CLOSE RECETTES-IDX
           DISPLAY FOND-ECRAN
           MOVE "Modification refusee: recette contenue en elle-meme"
                                                               TO W-MSG
           DISPLAY W-MSG AT 2501
           DISPLAY "Ligne en cause:" AT 1010
           DISPLAY W-DEV-NOM-CYCLE AT 1026
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
           MOVE RECETTE-NBRE-INGREDIENTS TO W-HIST-NBRE-MOD
           MOVE SPACE TO W-RECETTE-MODIFIEE
           MOVE RECETTE TO W-RECETTE-MODIFIEE
           READ RECETTES-IDX WITH LOCK KEY IS RECETTE-NOM
           IF W-STATUT-RECETTES = "00"
               MOVE "MODIF RECETTE" TO W-HIST-ACTION
               PERFORM 96000-ARCHIVER-VERSION
           END-IF
           MOVE W-HIST-NBRE-MOD TO RECETTE-NBRE-INGREDIENTS
           MOVE W-RECETTE-MODIFIEE TO RECETTE
           REWRITE RECETTE
           CLOSE RECETTES-IDX
           MOVE "MODIF RECETTE" TO W-JOURNAL-ACTION
           MOVE RECETTE-NOM TO W-JOURNAL-NOM
           PERFORM 95000-JOURNALISER
           PERFORM 93000-MAJ-SOMMAIRE
           DISPLAY FOND-ECRAN
           MOVE "Modification effectuée" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       22000-SUPPRIMER-RECETTE.
               WHEN W-CHOIX-RECETTE = 9
                   MOVE W-RECETTE9 TO RECETTE-NOM
           END-EVALUATE
      *Une recette encore employee comme sous-recette par une autre
      *ne peut etre supprimee: la recette qui l'emploie est nommee.
       MOVE RECETTE-NOM TO W-DEV-CIBLE.
       PERFORM 41700-CHERCHER-UTILISATIONS.
       IF W-DEV-NBRE-PARENTS > 0
           CLOSE RECETTES-IDX
           DISPLAY FOND-ECRAN
           MOVE "Suppression refusee: sous-recette employee par"
                                                               TO W-MSG
           DISPLAY W-MSG AT 2501
           DISPLAY W-DEV-PARENT AT 1010
           DISPLAY "Nombre de recettes qui l'emploient:" AT 1210
           DISPLAY W-DEV-NBRE-PARENTS AT 1246
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
      *Verrouiller la recette avant de la supprimer: l'autre poste
      *peut etre en train de la modifier.
           READ RECETTES-IDX WITH LOCK KEY IS RECETTE-NOM
           IF W-STATUT-RECETTES NOT = "00"
               DISPLAY FOND-ECRAN
               IF W-STATUT-RECETTES = "51"
                   MOVE
                   "Recette en cours de modification par un autre poste"
                                                               TO W-MSG
               ELSE
                   MOVE "Lecture de la recette impossible" TO W-MSG
               END-IF
               DISPLAY W-MSG AT 2501
               MOVE SPACE TO W-ENTREE
               ACCEPT W-ENTREE AT 2580
               CLOSE RECETTES-IDX
           ELSE
               PERFORM 22500-CONFIRMER-SUPPRESSION
           END-IF
       END-IF.

      ******************************************************************
                                  TO RCI-UNITE-MESURE(W-COMPTEUR-INGR)
               MOVE LIGNE-IMPORT(8:30) TO RCI-NOM(W-COMPTEUR-INGR)
      *Signaler (sans bloquer l'import) les noms d'ingredient absents
      *du repertoire des noms canoniques. Une ligne en portions ou en
      *lots nomme une sous-recette, pas un ingredient.
               MOVE FUNCTION UPPER-CASE
                   (RCI-UNITE-MESURE(W-COMPTEUR-INGR)) TO W-DEV-UNITE
               IF W-DEV-UNITE NOT = "POR" AND W-DEV-UNITE NOT = "LOT"
                   MOVE RCI-NOM(W-COMPTEUR-INGR) TO W-ING-NOM
                   PERFORM 27600-CHERCHER-ING-MAITRE
                   IF W-ING-TROUVE = 0 AND W-ING-MAITRE-VIDE = 0
                       ADD 1 TO W-IMPORT-NBRE-INCONNUS
                   END-IF
               END-IF
               MOVE LIGNE-IMPORT(38:4)
                                     TO RCI-CALORIES(W-COMPTEUR-INGR)
       END-READ.
       MOVE LIGNE-IMPORT(1:67) TO RECETTE-PREP-LIGNE20.

      *Une recette importee qui se contiendrait elle-meme par ses
      *sous-recettes est comptee en erreur, comme une entete invalide.
       IF W-NOM-DEJA-UTILISE = 0 AND W-IMPORT-LIGNE-VALIDE = 1
           PERFORM 41500-VERIFIER-CYCLE
           IF W-DEV-CYCLE = 1
               MOVE 0 TO W-IMPORT-LIGNE-VALIDE
           END-IF
       END-IF.
       IF W-NOM-DEJA-UTILISE = 1
           ADD 1 TO W-IMPORT-NBRE-DOUBLONS
       ELSE IF W-IMPORT-LIGNE-VALIDE = 0
       92100-RECENSER-CATALOGUE.
      *Recense toutes les recettes dans l'ordre des categories (B, P,
      *D, C): nom, categorie, portions et nombre de lignes de la carte
      *imprimable (35 lignes fixes plus une par ingredient).
       MOVE 0 TO W-CAT-NBRE.
       MOVE 0 TO W-CAT-TRONQUE.
       PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 4
                       MOVE RECETTE-NBRE-PERSONNES
                                           TO WC-PORTIONS(W-CAT-NBRE)
                       COMPUTE WC-LIGNES(W-CAT-NBRE) =
                               35 + RECETTE-NBRE-INGREDIENTS
                   ELSE
      *Table pleine: le catalogue sera incomplet, le signaler a
      *l'usager plutot que d'imprimer un livre tronque sans avis.
           MOVE RECETTE-TEMPS-CUISSON TO LIGNE-CATALOGUE(52:3)
           MOVE "min" TO LIGNE-CATALOGUE(56:3)
           WRITE LIGNE-CATALOGUE
           PERFORM 27950-PROFIL-RECETTE
           MOVE W-ALG-RECETTE TO W-ALG-A-LIBELLER
           MOVE W-REG-RECETTE TO W-REG-A-LIBELLER
           PERFORM 27980-LIBELLER-PROFIL
           MOVE SPACE TO LIGNE-CATALOGUE
           MOVE "Allergenes:" TO LIGNE-CATALOGUE(1:11)
           MOVE W-ALG-TEXTE TO LIGNE-CATALOGUE(13:62)
           WRITE LIGNE-CATALOGUE
           MOVE SPACE TO LIGNE-CATALOGUE
           MOVE "Regimes:" TO LIGNE-CATALOGUE(1:8)
           MOVE W-REG-TEXTE TO LIGNE-CATALOGUE(13:40)
           IF W-ALG-NC > 0
               MOVE "Hors repertoire:" TO LIGNE-CATALOGUE(55:16)
               MOVE W-ALG-NC TO LIGNE-CATALOGUE(72:2)
           END-IF
           WRITE LIGNE-CATALOGUE
           MOVE SPACE TO LIGNE-CATALOGUE
           WRITE LIGNE-CATALOGUE
           MOVE SPACE TO LIGNE-CATALOGUE
      ******************************************************************
       94000-MIGRER-INGREDIENTS.
      *Migration faite une fois au lancement: si INGREDIENTS.DAT est
      *encore a un ancien format (statut 39 a l'ouverture avec le
      *format courant), ses noms, et son code de fournisseur s'il est
      *au format de 33 caracteres, sont recopies dans un fichier de
      *travail, puis le fichier est recree au format courant avec les
      *zones absentes a blanc (fournisseur, allergenes et regimes a
      *assigner). Un fichier deja au bon format, absent ou vide passe
      *tout droit.
       OPEN INPUT INGREDIENTS-IDX.
                   END-PERFORM
                   CLOSE INGREDIENTS-V1-IDX
               END-IF
               IF W-STATUT-ING-V1(1:1) NOT = "0"
                   OPEN INPUT INGREDIENTS-V2-IDX
                   IF W-STATUT-ING-V2(1:1) = "0"
                       PERFORM UNTIL W-IND-FIN-FICHIER = 1
                           READ INGREDIENTS-V2-IDX NEXT RECORD
                           AT END MOVE 1 TO W-IND-FIN-FICHIER
                           END-READ
                           IF W-IND-FIN-FICHIER = 0
                               MOVE INGREDIENT-V2 TO LIGNE-MIGRATION
                               WRITE LIGNE-MIGRATION
                               ADD 1 TO W-MIG-NBRE
                           END-IF
                       END-PERFORM
                       CLOSE INGREDIENTS-V2-IDX
                   END-IF
               END-IF
               CLOSE MIGRATION-FIC
               OPEN OUTPUT INGREDIENTS-IDX
               OPEN INPUT MIGRATION-FIC
                   AT END MOVE 1 TO W-IND-FIN-FICHIER
                   END-READ
                   IF W-IND-FIN-FICHIER = 0
                       MOVE LIGNE-MIGRATION(1:30) TO ING-NOM
                       MOVE LIGNE-MIGRATION(31:3) TO ING-FOURNISSEUR
                       MOVE SPACE TO ING-ALLERGENES
                       MOVE SPACE TO ING-REGIMES
                       WRITE INGREDIENT-MAITRE
                       INVALID KEY
                           CONTINUE
           MOVE HIST-IMAGE TO W-RECETTE-MODIFIEE
       END-READ.
       CLOSE HISTORIQUE-IDX.
      *Une version dont les sous-recettes ramenent aujourd'hui a la
      *recette elle-meme (elles ont pu changer depuis) n'est pas
      *restauree.
       MOVE 0 TO W-DEV-CYCLE.
       IF W-HIST-NBRE-MOD > 0 AND W-HIST-NBRE-MOD < 100
           MOVE W-HIST-NBRE-MOD TO RECETTE-NBRE-INGREDIENTS
           MOVE W-RECETTE-MODIFIEE TO RECETTE
           PERFORM 41500-VERIFIER-CYCLE
       END-IF.
       IF W-HIST-NBRE-MOD < 1 OR W-HIST-NBRE-MOD > 99
          OR W-DEV-CYCLE = 1
           DISPLAY FOND-ECRAN
           IF W-DEV-CYCLE = 1
               MOVE "Restauration refusee: contenue en elle-meme"
                                                               TO W-MSG
           ELSE
               MOVE "Version introuvable ou image inutilisable" TO W-MSG
           END-IF
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       24000-MENU-INVENTAIRE.
      *Menu de gestion de l'inventaire du garde-manger: ce qu'on a
      *reellement en stock en cuisine, dans les memes unites que les
      *recettes (g/kg/ml/l/ct/cp/oz/t/x). Chaque entree en stock
      *forme un lot date, consomme du plus ancien au plus recent.
       MOVE SPACE TO W-CHOIX-INVENTAIRE.
       PERFORM UNTIL W-CHOIX-INVENTAIRE = "8"
           DISPLAY FOND-ECRAN
           DISPLAY "Inventaire du garde-manger" AT 0625
           DISPLAY "1) Ajouter un ingredient en stock" AT 0825
           DISPLAY "2) Ajuster une quantite en stock" AT 0925
           DISPLAY "3) Consommer du stock" AT 1025
           DISPLAY "4) Lister le stock" AT 1125
           DISPLAY "5) Lister les lots et leur meilleur avant" AT 1225
           DISPLAY "6) Rapport des lots a utiliser bientot" AT 1325
           DISPLAY "7) Decompte, ecarts et pertes" AT 1425
           DISPLAY "8) Revenir au menu principal" AT 1525
           DISPLAY "Votre choix:" AT 1725
           MOVE SPACE TO W-CHOIX-INVENTAIRE
           ACCEPT W-CHOIX-INVENTAIRE AT 1738
           EVALUATE TRUE
               WHEN W-CHOIX-INVENTAIRE = "1"
                   PERFORM 24100-INVENTAIRE-AJOUTER
                   PERFORM 24300-INVENTAIRE-CONSOMMER
               WHEN W-CHOIX-INVENTAIRE = "4"
                   PERFORM 24400-INVENTAIRE-LISTER
               WHEN W-CHOIX-INVENTAIRE = "5"
                   PERFORM 24800-LISTER-LOTS
               WHEN W-CHOIX-INVENTAIRE = "6"
                   PERFORM 24900-RAPPORT-A-UTILISER
               WHEN W-CHOIX-INVENTAIRE = "7"
                   PERFORM 49000-MENU-DECOMPTE
               WHEN W-CHOIX-INVENTAIRE <> "8"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
           END-EVALUATE

      ******************************************************************
       24100-INVENTAIRE-AJOUTER.
      *Ajoute un nouvel ingredient en stock au garde-manger. La
      *quantite saisie forme le premier lot de l'ingredient et entre
      *au registre des mouvements comme une reception.
       DISPLAY FOND-ECRAN.
       DISPLAY "Nom de l'ingredient:" AT 0505.
       MOVE SPACE TO W-INV-NOM.
       DISPLAY "Unite (g, kg, ml, l, ct, cp, oz, t ou x):" AT 0905.
       MOVE SPACE TO W-INV-UNITE.
       PERFORM 24500-SAISIR-UNITE-INVENTAIRE.
       MOVE 11 TO W-NO-LIGNE.
       PERFORM 24650-SAISIR-PEREMPTION.
       OPEN I-O INVENTAIRE-IDX.
       MOVE W-INV-NOM TO INV-NOM.
       MOVE W-INV-QUANTITE TO INV-QUANTITE.
           MOVE "Deja en stock: utiliser 2) Ajuster" TO W-MSG
       NOT INVALID KEY
           MOVE "Ingredient ajoute a l'inventaire" TO W-MSG
           MOVE W-INV-NOM TO W-LOT-NOM
           MOVE W-INV-QUANTITE TO W-LOT-QTE
           MOVE W-INV-UNITE TO W-LOT-UNITE
           PERFORM 24600-CREER-LOT
           MOVE W-INV-NOM TO W-MVT-NOM
           MOVE "+" TO W-MVT-SENS
           MOVE W-INV-QUANTITE TO W-MVT-QTE
           MOVE W-INV-UNITE TO W-MVT-UNITE
           MOVE "R" TO W-MVT-RAISON
           PERFORM 24950-ECRIRE-MOUVEMENT
       END-WRITE.
       CLOSE INVENTAIRE-IDX.
       DISPLAY FOND-ECRAN.
       24200-INVENTAIRE-AJUSTER.
      *Corrige la quantite et l'unite en stock d'un ingredient deja
      *present a l'inventaire (apres un decompte physique par exemple).
      *Une baisse est retiree des lots les plus anciens; une hausse
      *forme un nouveau lot date du jour. L'ecart va au registre des
      *mouvements avec le motif saisi: decompte ou correction d'une
      *erreur de saisie.
       DISPLAY FOND-ECRAN.
       DISPLAY "Nom de l'ingredient:" AT 0505.
       MOVE SPACE TO W-INV-NOM.
           DISPLAY "Unite (g, kg, ml, l, ct, cp, oz, t ou x):" AT 1105
           MOVE SPACE TO W-INV-UNITE
           PERFORM 24510-SAISIR-UNITE-INV-AJUST
           MOVE INV-QUANTITE TO W-CONV-QTE
           MOVE INV-UNITE TO W-CONV-UNITE
           PERFORM 34500-NORMALISER-VERS-METRIQUE
           MOVE W-CONV-QTE TO W-LOT-AVANT
           MOVE W-CONV-UNITE TO W-LOT-UNITE
           MOVE W-INV-QUANTITE TO W-CONV-QTE
           MOVE W-INV-UNITE TO W-CONV-UNITE
           PERFORM 34500-NORMALISER-VERS-METRIQUE
           MOVE W-CONV-QTE TO W-LOT-APRES
           MOVE W-CONV-UNITE TO W-LOT-UNITE-APRES
           DISPLAY "Motif (D-Decompte, X-Correction de saisie):"
                                                               AT 1305
           MOVE SPACE TO W-MVT-RAISON
           PERFORM UNTIL W-MVT-RAISON = "D" OR "X"
               ACCEPT W-MVT-RAISON AT 1349
               MOVE FUNCTION UPPER-CASE(W-MVT-RAISON) TO W-MVT-RAISON
           END-PERFORM
           MOVE SPACE TO W-LOT-PEREMPTION
           IF (W-LOT-UNITE = W-LOT-UNITE-APRES
               AND W-LOT-APRES > W-LOT-AVANT)
              OR (W-LOT-UNITE NOT = W-LOT-UNITE-APRES
               AND W-LOT-APRES > 0)
               MOVE 15 TO W-NO-LIGNE
               PERFORM 24650-SAISIR-PEREMPTION
           END-IF
           MOVE W-INV-QUANTITE TO INV-QUANTITE
           MOVE W-INV-UNITE TO INV-UNITE
           REWRITE INVENTAIRE
           MOVE INV-NOM TO W-LOT-NOM
           PERFORM 24660-AJUSTER-LOTS
           MOVE "Quantite en stock ajustee" TO W-MSG
       END-READ.
       CLOSE INVENTAIRE-IDX.
       24300-INVENTAIRE-CONSOMMER.
      *Retire du stock une quantite consommee en cuisine, dans l'unite
      *deja utilisee a l'inventaire pour cet ingredient. Le stock ne
      *descend jamais sous zero. La quantite retiree l'est d'abord des
      *lots les plus anciens, et va au registre des mouvements avec
      *le motif saisi: cuisson ou perte/gaspillage.
       DISPLAY FOND-ECRAN.
       DISPLAY "Nom de l'ingredient:" AT 0505.
       MOVE SPACE TO W-INV-NOM.
           DISPLAY "Quantite consommee (meme unite):" AT 0905
           MOVE 0 TO W-INV-QUANTITE
           ACCEPT W-INV-QUANTITE AT 0938
           DISPLAY "Motif (C-Cuisson, P-Perte/gaspillage):" AT 1105
           MOVE SPACE TO W-MVT-RAISON
           PERFORM UNTIL W-MVT-RAISON = "C" OR "P"
               ACCEPT W-MVT-RAISON AT 1144
               MOVE FUNCTION UPPER-CASE(W-MVT-RAISON) TO W-MVT-RAISON
           END-PERFORM
           IF W-INV-QUANTITE NOT < INV-QUANTITE
               MOVE INV-QUANTITE TO W-CONV-QTE
               MOVE 0 TO INV-QUANTITE
           ELSE
               MOVE W-INV-QUANTITE TO W-CONV-QTE
               SUBTRACT W-INV-QUANTITE FROM INV-QUANTITE
           END-IF
           REWRITE INVENTAIRE
           MOVE INV-UNITE TO W-CONV-UNITE
           PERFORM 34500-NORMALISER-VERS-METRIQUE
           MOVE INV-NOM TO W-LOT-NOM
           MOVE W-CONV-QTE TO W-LOT-A-DEDUIRE
           MOVE W-CONV-UNITE TO W-LOT-UNITE
           PERFORM 24700-CONSOMMER-LOTS
           MOVE INV-NOM TO W-MVT-NOM
           MOVE "-" TO W-MVT-SENS
           MOVE W-CONV-QTE TO W-MVT-QTE
           MOVE W-CONV-UNITE TO W-MVT-UNITE
           PERFORM 24950-ECRIRE-MOUVEMENT
           MOVE "Stock mis a jour" TO W-MSG
       END-READ.
       CLOSE INVENTAIRE-IDX.
      *Menu du plan de repas de la semaine: un enregistrement par date
      *(AAAAMMJJ) et par repas (B-Dejeuner, P-Diner, D-Souper,
      *C-Collation), avec une recette existante et un nombre de
      *portions. L'historique des cuissons compare aussi le plan a ce
      *qui a vraiment ete cuisine. La proposition de la semaine remplit
      *les repas encore vides selon des regles.
       MOVE SPACE TO W-CHOIX-PLAN.
       PERFORM UNTIL W-CHOIX-PLAN = "8"
           DISPLAY FOND-ECRAN
           DISPLAY "Plan de repas de la semaine" AT 0625
           DISPLAY "1) Planifier un repas" AT 0825
           DISPLAY "3) Effacer les repas d'un jour" AT 1025
           DISPLAY "4) Liste d'epicerie de la semaine" AT 1125
           DISPLAY "5) Rapport nutritionnel de la semaine" AT 1225
           DISPLAY "6) Historique des cuissons" AT 1325
           DISPLAY "7) Proposer la semaine" AT 1425
           DISPLAY "8) Revenir au menu principal" AT 1525
           DISPLAY "Votre choix:" AT 1725
           MOVE SPACE TO W-CHOIX-PLAN
           ACCEPT W-CHOIX-PLAN AT 1738
           EVALUATE TRUE
               WHEN W-CHOIX-PLAN = "1"
                   PERFORM 25100-PLAN-PLANIFIER-REPAS
                   PERFORM 25800-PLAN-LISTE-EPICERIE
               WHEN W-CHOIX-PLAN = "5"
                   PERFORM 25900-PLAN-RAPPORT-NUTRITION
               WHEN W-CHOIX-PLAN = "6"
                   PERFORM 43000-RAPPORT-CUISSONS
               WHEN W-CHOIX-PLAN = "7"
                   PERFORM 25500-PLAN-PROPOSER-SEMAINE
               WHEN W-CHOIX-PLAN <> "8"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
           END-EVALUATE
       25100-PLAN-PLANIFIER-REPAS.
      *Assigne une recette existante et un nombre de portions a une
      *date et un repas. Si le repas etait deja planifie, il est
      *remplace (replanification). Si la recette ne convient pas a
      *un convive habituel, ou si la semaine a un budget et que ce
      *repas en fait depasser le cout prevu, il faut confirmer.
       DISPLAY FOND-ECRAN.
       DISPLAY "Date du repas (AAAAMMJJ):" AT 0505.
       MOVE SPACE TO W-PLAN-DATE.
               DISPLAY W-MSG AT 2501
               ACCEPT W-PLAN-PORTIONS AT 1225
           END-PERFORM
      *Avertir avant d'enregistrer un repas qui contient un
      *allergene ou un regime a eviter pour un convive habituel, puis
      *(si l'usager maintient le repas) un repas qui fait passer le
      *cout prevu de la semaine au-dessus de son budget.
           PERFORM 39500-VERIFIER-CONVIVES-PLAN
           IF W-CNV-REPONSE = "N" OR "n"
               MOVE 0 TO W-BUD-DEPASSE
           ELSE
               PERFORM 26900-VERIFIER-BUDGET-PLAN
           END-IF
           MOVE W-CNV-REPONSE TO W-BUD-REPONSE
           IF W-BUD-DEPASSE = 1
               MOVE "Attention: ce repas fait depasser le budget"
                                                               TO W-MSG
               DISPLAY W-MSG AT 2501
               DISPLAY "Budget de la semaine du" AT 1405
               DISPLAY W-BUD-LUNDI AT 1429
               DISPLAY ":" AT 1437
               MOVE W-BUD-MONTANT TO W-COUT-AFF
               DISPLAY W-COUT-AFF AT 1440
               DISPLAY "$" AT 1451
               DISPLAY "Cout prevu avec ce repas:" AT 1505
               MOVE W-BUD-PREVU TO W-COUT-AFF
               DISPLAY W-COUT-AFF AT 1540
               DISPLAY "$" AT 1551
               DISPLAY "Enregistrer quand meme (O/N)?" AT 1705
               MOVE SPACE TO W-BUD-REPONSE
               ACCEPT W-BUD-REPONSE AT 1736
               PERFORM UNTIL W-BUD-REPONSE = "O" OR "o" OR "N" OR "n"
                   MOVE SPACE TO W-BUD-REPONSE
                   ACCEPT W-BUD-REPONSE AT 1736
               END-PERFORM
           END-IF
           IF W-BUD-REPONSE = "N" OR "n"
               DISPLAY FOND-ECRAN
               MOVE "Planification annulee" TO W-MSG
               DISPLAY W-MSG AT 2501
               MOVE SPACE TO W-ENTREE
               ACCEPT W-ENTREE AT 2580
           ELSE
               OPEN I-O PLAN-SEMAINE-IDX
               MOVE W-PLAN-DATE TO PLAN-DATE
               MOVE FUNCTION UPPER-CASE(W-PLAN-CODE) TO PLAN-CODE-REPAS
               MOVE W-PLAN-NOM TO PLAN-NOM-RECETTE
               MOVE W-PLAN-PORTIONS TO PLAN-PORTIONS
               WRITE PLAN-REPAS
               INVALID KEY
                   REWRITE PLAN-REPAS
                   MOVE "Repas replanifie" TO W-MSG
               NOT INVALID KEY
                   MOVE "Repas planifie" TO W-MSG
               END-WRITE
               CLOSE PLAN-SEMAINE-IDX
               DISPLAY FOND-ECRAN
               DISPLAY W-MSG AT 2501
               MOVE SPACE TO W-ENTREE
               ACCEPT W-ENTREE AT 2580
           END-IF
       END-IF.

      ******************************************************************
                   FUNCTION INTEGER-OF-DATE(W-PLAN-DATE-NUM)
       END-IF.

      ******************************************************************
       25500-PLAN-PROPOSER-SEMAINE.
      *Propose des recettes pour les repas encore vides d'une semaine
      *selon des regles: la categorie du repas, une note minimale au
      *sommaire, aucune recette cuisinee depuis N jours (CUISSONS.DAT),
      *un temps total maximal du lundi au vendredi, aucun conflit avec
      *un convive habituel, et d'abord les recettes auxquelles il
      *manque le moins d'ingredients au garde-manger, puis les mieux
      *notees. La proposition tient sur un seul ecran ou l'on accepte,
      *echange ou retire un repas, ou rejette le tout. Seuls les repas
      *acceptes sont ecrits et journalises; un repas deja planifie a
      *la main n'est jamais remplace.
       DISPLAY FOND-ECRAN.
       DISPLAY "Proposer la semaine" AT 0305.
       DISPLAY "Premier jour de la semaine (AAAAMMJJ):" AT 0505.
       MOVE SPACE TO W-PLAN-DATE.
       ACCEPT W-PLAN-DATE AT 0544.
       PERFORM 25400-VALIDER-DATE-PLAN.
       PERFORM UNTIL W-PLAN-ENTIER > 0
           MOVE "Date invalide (format AAAAMMJJ)" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-PLAN-DATE
           ACCEPT W-PLAN-DATE AT 0544
           PERFORM 25400-VALIDER-DATE-PLAN
       END-PERFORM.
       DISPLAY "Repas a remplir (B, P, D, C; vide = tous):" AT 0705.
       MOVE SPACE TO W-PRO-REPAS.
       ACCEPT W-PRO-REPAS AT 0748.
       PERFORM 25505-VALIDER-REPAS-PROPOSES.
       PERFORM UNTIL W-PRO-ERREUR = 0
           MOVE "Repas invalide: B, P, D ou C" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-PRO-REPAS
           ACCEPT W-PRO-REPAS AT 0748
           PERFORM 25505-VALIDER-REPAS-PROPOSES
       END-PERFORM.
       DISPLAY "Note minimale des recettes (0 a 5):" AT 0905.
       MOVE 0 TO W-PRO-NOTE-MIN.
       ACCEPT W-PRO-NOTE-MIN AT 0941.
       PERFORM UNTIL W-PRO-NOTE-MIN NOT > 5
           MOVE "La note minimale va de 0 a 5" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE 0 TO W-PRO-NOTE-MIN
           ACCEPT W-PRO-NOTE-MIN AT 0941
       END-PERFORM.
       DISPLAY "Pas de recette cuisinee depuis (jours, 0 = aucun):"
                                                               AT 1105.
       MOVE 0 TO W-PRO-JOURS.
       ACCEPT W-PRO-JOURS AT 1157.
       DISPLAY "Temps total max en semaine (minutes, 0 = aucun):"
                                                               AT 1305.
       MOVE 0 TO W-PRO-TEMPS-MAX.
       ACCEPT W-PRO-TEMPS-MAX AT 1354.
       DISPLAY "Portions par repas (0 = celles de la recette):"
                                                               AT 1505.
       MOVE 0 TO W-PRO-PORTIONS.
       ACCEPT W-PRO-PORTIONS AT 1552.
       DISPLAY FOND-ECRAN.
       MOVE "Recherche des recettes a proposer..." TO W-MSG.
       DISPLAY W-MSG AT 2501.
       PERFORM 25510-CHARGER-CASES-PLAN.
       PERFORM 25520-CHARGER-CANDIDATS.
       PERFORM 25530-ECARTER-RECENTES.
       IF W-PRO-NBRE-CAND = 0
           DISPLAY FOND-ECRAN
           MOVE "Aucune recette ne respecte ces regles" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
           IF W-PRO-CAND-TRONQUE = 1
               DISPLAY FOND-ECRAN
               DISPLAY "Candidates TRONQUEES a 300 recettes" AT 2501
               MOVE SPACE TO W-ENTREE
               ACCEPT W-ENTREE AT 2580
           END-IF
           PERFORM VARYING W-PRO-K FROM 1 BY 1 UNTIL W-PRO-K > 28
               IF WK-ETAT(W-PRO-K) = "V"
                   PERFORM 25540-CHOISIR-CANDIDAT
                   IF W-PRO-MEILLEUR > 0
                       PERFORM 25545-ASSIGNER-CANDIDAT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACE TO W-MSG
           MOVE SPACE TO W-PRO-CHOIX
           PERFORM UNTIL W-PRO-CHOIX = "A" OR "R"
               PERFORM 25550-AFFICHER-PROPOSITION
               MOVE SPACE TO W-PRO-CHOIX
               ACCEPT W-PRO-CHOIX AT 2315
               MOVE FUNCTION UPPER-CASE(W-PRO-CHOIX) TO W-PRO-CHOIX
               MOVE SPACE TO W-MSG
               EVALUATE W-PRO-CHOIX
                   WHEN "E"
                       PERFORM 25560-ECHANGER-CASE
                   WHEN "X"
                       PERFORM 25565-RETIRER-CASE
                   WHEN "A"
                       PERFORM 25570-ECRIRE-PROPOSITION
                   WHEN "R"
                       DISPLAY FOND-ECRAN
                       MOVE "Proposition rejetee: rien n'a ete ecrit"
                                                               TO W-MSG
                       DISPLAY W-MSG AT 2501
                       MOVE SPACE TO W-ENTREE
                       ACCEPT W-ENTREE AT 2580
                   WHEN OTHER
                       MOVE "Choix invalide" TO W-MSG
               END-EVALUATE
           END-PERFORM
       END-IF.

      ******************************************************************
       25505-VALIDER-REPAS-PROPOSES.
      *Met W-PRO-ERREUR a 1 si W-PRO-REPAS contient autre chose que
      *les codes B, P, D et C. Laisse vide, il vaut tous les repas.
       MOVE 0 TO W-PRO-ERREUR.
       MOVE FUNCTION UPPER-CASE(W-PRO-REPAS) TO W-PRO-REPAS.
       IF W-PRO-REPAS = SPACE
           MOVE W-PLAN-CODES TO W-PRO-REPAS
       END-IF.
       PERFORM VARYING W-PRO-X FROM 1 BY 1 UNTIL W-PRO-X > 4
           EVALUATE W-PRO-REPAS(W-PRO-X:1)
               WHEN SPACE
               WHEN "B"
               WHEN "P"
               WHEN "D"
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO W-PRO-ERREUR
           END-EVALUATE
       END-PERFORM.

      ******************************************************************
       25510-CHARGER-CASES-PLAN.
      *Prepare les 28 cases de la semaine qui commence a W-PLAN-ENTIER:
      *date, code du repas, categorie de recette a proposer et jour de
      *semaine (lundi a vendredi). Un repas deja au plan est garde tel
      *quel (etat P); un repas demande et vide est a remplir (V).
       MOVE 0 TO W-PRO-K.
       OPEN INPUT PLAN-SEMAINE-IDX.
       PERFORM VARYING W-PLAN-JOUR FROM 1 BY 1 UNTIL W-PLAN-JOUR > 7
           COMPUTE W-PRO-ENTIER = W-PLAN-ENTIER + W-PLAN-JOUR - 1
           COMPUTE W-PLAN-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(W-PRO-ENTIER)
           PERFORM VARYING W-PRO-X FROM 1 BY 1 UNTIL W-PRO-X > 4
               ADD 1 TO W-PRO-K
               MOVE W-PLAN-DATE-NUM TO WK-DATE(W-PRO-K)
               MOVE W-PLAN-CODES(W-PRO-X:1) TO WK-CODE(W-PRO-K)
               MOVE W-PRO-CATEGORIES(W-PRO-X:1)
                                           TO WK-CATEGORIE(W-PRO-K)
      *Le jour 1 du calendrier (1er janvier 1601) etait un lundi.
               IF FUNCTION MOD(W-PRO-ENTIER - 1, 7) < 5
                   MOVE 1 TO WK-SEMAINE(W-PRO-K)
               ELSE
                   MOVE 0 TO WK-SEMAINE(W-PRO-K)
               END-IF
               MOVE SPACE TO WK-NOM(W-PRO-K)
               MOVE 0 TO WK-PORTIONS(W-PRO-K)
               MOVE 0 TO WK-CAND(W-PRO-K)
               MOVE 0 TO W-PRO-TROUVE
               INSPECT W-PRO-REPAS TALLYING W-PRO-TROUVE
                       FOR ALL WK-CODE(W-PRO-K)
               IF W-PRO-TROUVE > 0
                   MOVE "V" TO WK-ETAT(W-PRO-K)
               ELSE
                   MOVE "N" TO WK-ETAT(W-PRO-K)
               END-IF
               MOVE WK-DATE(W-PRO-K) TO PLAN-DATE
               MOVE WK-CODE(W-PRO-K) TO PLAN-CODE-REPAS
               READ PLAN-SEMAINE-IDX KEY IS PLAN-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO WK-ETAT(W-PRO-K)
                   MOVE PLAN-NOM-RECETTE TO WK-NOM(W-PRO-K)
                   MOVE PLAN-PORTIONS TO WK-PORTIONS(W-PRO-K)
               END-READ
           END-PERFORM
       END-PERFORM.
       CLOSE PLAN-SEMAINE-IDX.

      ******************************************************************
       25520-CHARGER-CANDIDATS.
      *Charge les recettes candidates du sommaire: note moyenne au
      *moins egale a la note minimale et aucun conflit avec les
      *allergenes et regimes des convives habituels. Pour chacune,
      *47200-COMPTER-MANQUES donne le nombre d'ingredients qui
      *manquent au garde-manger. Les desserts sont laisses de cote:
      *aucun repas du plan n'en recoit.
       MOVE 0 TO W-PRO-NBRE-CAND.
       MOVE 0 TO W-PRO-CAND-TRONQUE.
       PERFORM 47100-CHARGER-INVENTAIRE-FAIS.
       PERFORM 25525-CUMULER-CONVIVES.
       PERFORM 93600-ASSURER-SOMMAIRE.
       MOVE 0 TO W-PRO-FIN.
       OPEN INPUT SOMMAIRE-IDX.
       OPEN INPUT RECETTES-IDX.
       PERFORM UNTIL W-PRO-FIN = 1
           READ SOMMAIRE-IDX NEXT RECORD
           AT END MOVE 1 TO W-PRO-FIN
           END-READ
           IF W-PRO-FIN = 0
              AND RES-CATEGORIE NOT = "D"
              AND RES-NOTE NOT < W-PRO-NOTE-MIN * 10
               MOVE 0 TO W-PRO-TROUVE
               MOVE RES-NOM TO RECETTE-NOM
               READ RECETTES-IDX KEY IS RECETTE-NOM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO W-PRO-TROUVE
               END-READ
               IF W-PRO-TROUVE = 1
                   PERFORM 27950-PROFIL-RECETTE
                   MOVE W-PRO-ALG TO W-ALG-COMPARER
                   MOVE W-PRO-REG TO W-REG-COMPARER
                   PERFORM 27990-COMPARER-PROFIL
                   IF W-ALG-CONFLIT = 0
                       IF W-PRO-NBRE-CAND < 300
                           ADD 1 TO W-PRO-NBRE-CAND
                           MOVE W-PRO-NBRE-CAND TO W-PRO-I
                           MOVE RES-NOM TO WQ-NOM(W-PRO-I)
                           MOVE RES-CATEGORIE TO WQ-CATEGORIE(W-PRO-I)
                           MOVE RES-NOTE TO WQ-NOTE(W-PRO-I)
                           MOVE RES-TEMPS-TOTAL TO WQ-TEMPS(W-PRO-I)
                           MOVE RECETTE-NBRE-PERSONNES
                                               TO WQ-PORTIONS(W-PRO-I)
                           MOVE 0 TO WQ-PRIS(W-PRO-I)
                           PERFORM 47200-COMPTER-MANQUES
                           MOVE W-FAIS-MANQUES TO WQ-MANQUES(W-PRO-I)
                       ELSE
                           MOVE 1 TO W-PRO-CAND-TRONQUE
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RECETTES-IDX.
       CLOSE SOMMAIRE-IDX.

      ******************************************************************
       25525-CUMULER-CONVIVES.
      *Reunit dans W-PRO-ALG et W-PRO-REG les allergenes et regimes a
      *eviter de tous les convives habituels: une recette proposee
      *doit convenir a toute la maisonnee.
       MOVE SPACE TO W-PRO-ALG.
       MOVE SPACE TO W-PRO-REG.
       MOVE 0 TO W-CNV-FIN.
       OPEN INPUT CONVIVES-IDX.
       PERFORM UNTIL W-CNV-FIN = 1
           READ CONVIVES-IDX NEXT RECORD
           AT END MOVE 1 TO W-CNV-FIN
           END-READ
           IF W-CNV-FIN = 0
               PERFORM VARYING W-PRO-X FROM 1 BY 1 UNTIL W-PRO-X > 10
                   IF CNV-ALLERGENES(W-PRO-X:1) NOT = SPACE
                       MOVE CNV-ALLERGENES(W-PRO-X:1)
                                           TO W-PRO-ALG(W-PRO-X:1)
                   END-IF
               END-PERFORM
               PERFORM VARYING W-PRO-X FROM 1 BY 1 UNTIL W-PRO-X > 4
                   IF CNV-REGIMES(W-PRO-X:1) NOT = SPACE
                       MOVE CNV-REGIMES(W-PRO-X:1)
                                           TO W-PRO-REG(W-PRO-X:1)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE CONVIVES-IDX.

      ******************************************************************
       25530-ECARTER-RECENTES.
      *Ecarte les candidates cuisinees depuis moins de W-PRO-JOURS
      *jours avant le premier jour de la semaine (date en 1:8 et nom
      *en 15:50 de CUISSONS.DAT), puis celles deja planifiees a la
      *main dans la semaine, pour ne pas repeter une recette.
       IF W-PRO-JOURS > 0
           COMPUTE W-PRO-DEBUT-FENETRE = W-PLAN-ENTIER - W-PRO-JOURS
           MOVE 0 TO W-PRO-FIN
           OPEN INPUT CUISSONS-FIC
           PERFORM UNTIL W-PRO-FIN = 1
               READ CUISSONS-FIC
               AT END MOVE 1 TO W-PRO-FIN
               END-READ
               IF W-PRO-FIN = 0 AND LIGNE-CUISSON(1:8) NUMERIC
                   MOVE LIGNE-CUISSON(1:8) TO W-PRO-DATE-NUM
                   COMPUTE W-PRO-ENTIER =
                           FUNCTION INTEGER-OF-DATE(W-PRO-DATE-NUM)
                   IF W-PRO-ENTIER NOT < W-PRO-DEBUT-FENETRE
                       MOVE LIGNE-CUISSON(15:50) TO W-PRO-NOM
                       PERFORM 25535-CHERCHER-CANDIDAT
                       IF W-PRO-IDX > 0
                           MOVE 3 TO WQ-PRIS(W-PRO-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUISSONS-FIC
       END-IF.
       PERFORM VARYING W-PRO-K FROM 1 BY 1 UNTIL W-PRO-K > 28
           IF WK-ETAT(W-PRO-K) = "P"
               MOVE WK-NOM(W-PRO-K) TO W-PRO-NOM
               PERFORM 25535-CHERCHER-CANDIDAT
               IF W-PRO-IDX > 0
                   MOVE 1 TO WQ-PRIS(W-PRO-IDX)
               END-IF
           END-IF
       END-PERFORM.

      ******************************************************************
       25535-CHERCHER-CANDIDAT.
      *Met dans W-PRO-IDX le rang de la candidate nommee W-PRO-NOM,
      *ou 0 si elle n'est pas dans la table.
       MOVE 0 TO W-PRO-IDX.
       PERFORM VARYING W-PRO-I FROM 1 BY 1
               UNTIL W-PRO-I > W-PRO-NBRE-CAND OR W-PRO-IDX > 0
           IF WQ-NOM(W-PRO-I) = W-PRO-NOM
               MOVE W-PRO-I TO W-PRO-IDX
           END-IF
       END-PERFORM.

      ******************************************************************
       25540-CHOISIR-CANDIDAT.
      *Choisit pour la case W-PRO-K la meilleure candidate libre de la
      *bonne categorie (et assez rapide si c'est un jour de semaine et
      *qu'un temps maximal est fixe): le moins d'ingredients manquants
      *d'abord, puis la meilleure note, puis l'ordre alphabetique.
      *W-PRO-MEILLEUR vaut 0 si aucune ne convient.
       MOVE 0 TO W-PRO-MEILLEUR.
       PERFORM VARYING W-PRO-I FROM 1 BY 1
               UNTIL W-PRO-I > W-PRO-NBRE-CAND
           IF WQ-PRIS(W-PRO-I) = 0
              AND WQ-CATEGORIE(W-PRO-I) = WK-CATEGORIE(W-PRO-K)
              AND (WK-SEMAINE(W-PRO-K) = 0 OR W-PRO-TEMPS-MAX = 0
                   OR WQ-TEMPS(W-PRO-I) NOT > W-PRO-TEMPS-MAX)
               IF W-PRO-MEILLEUR = 0
                   MOVE W-PRO-I TO W-PRO-MEILLEUR
               ELSE
                   IF WQ-MANQUES(W-PRO-I) < WQ-MANQUES(W-PRO-MEILLEUR)
                      OR (WQ-MANQUES(W-PRO-I) =
                                          WQ-MANQUES(W-PRO-MEILLEUR)
                          AND WQ-NOTE(W-PRO-I) >
                                          WQ-NOTE(W-PRO-MEILLEUR))
                       MOVE W-PRO-I TO W-PRO-MEILLEUR
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      ******************************************************************
       25545-ASSIGNER-CANDIDAT.
      *Place la candidate W-PRO-MEILLEUR dans la case W-PRO-K, avec
      *les portions demandees ou, a defaut, celles de la recette.
       MOVE W-PRO-MEILLEUR TO WK-CAND(W-PRO-K).
       MOVE WQ-NOM(W-PRO-MEILLEUR) TO WK-NOM(W-PRO-K).
       IF W-PRO-PORTIONS > 0
           MOVE W-PRO-PORTIONS TO WK-PORTIONS(W-PRO-K)
       ELSE
           MOVE WQ-PORTIONS(W-PRO-MEILLEUR) TO WK-PORTIONS(W-PRO-K)
       END-IF.
       IF WK-PORTIONS(W-PRO-K) = 0
           MOVE 1 TO WK-PORTIONS(W-PRO-K)
       END-IF.
       MOVE "O" TO WK-ETAT(W-PRO-K).
       MOVE 1 TO WQ-PRIS(W-PRO-MEILLEUR).

      ******************************************************************
       25550-AFFICHER-PROPOSITION.
      *Affiche les 28 repas de la semaine sur un seul ecran, en deux
      *colonnes de 14: numero, jour/mois, code du repas et recette.
      *Un repas deja planifie porte "--" au lieu d'un numero: il ne
      *peut etre ni echange ni retire.
       DISPLAY FOND-ECRAN.
       DISPLAY "Proposition pour la semaine du" AT 0302.
       DISPLAY W-PLAN-DATE AT 0333.
       MOVE 0 TO W-PRO-NBRE-PROPOSES.
       PERFORM VARYING W-PRO-K FROM 1 BY 1 UNTIL W-PRO-K > 28
           IF W-PRO-K > 14
               COMPUTE W-NO-LIGNE = W-PRO-K - 10
               MOVE 41 TO W-PRO-COL
           ELSE
               COMPUTE W-NO-LIGNE = W-PRO-K + 4
               MOVE 2 TO W-PRO-COL
           END-IF
           IF WK-ETAT(W-PRO-K) = "P"
               DISPLAY "--" AT LINE W-NO-LIGNE COL W-PRO-COL
           ELSE
               MOVE W-PRO-K TO W-PRO-NO-EDIT
               DISPLAY W-PRO-NO-EDIT AT LINE W-NO-LIGNE COL W-PRO-COL
           END-IF
           MOVE WK-DATE(W-PRO-K)(7:2) TO W-PRO-JJMM(1:2)
           MOVE WK-DATE(W-PRO-K)(5:2) TO W-PRO-JJMM(4:2)
           ADD 3 TO W-PRO-COL
           DISPLAY W-PRO-JJMM AT LINE W-NO-LIGNE COL W-PRO-COL
           ADD 6 TO W-PRO-COL
           DISPLAY WK-CODE(W-PRO-K) AT LINE W-NO-LIGNE COL W-PRO-COL
           ADD 2 TO W-PRO-COL
           EVALUATE WK-ETAT(W-PRO-K)
               WHEN "O"
                   ADD 1 TO W-PRO-NBRE-PROPOSES
                   DISPLAY WK-NOM(W-PRO-K)(1:26)
                                   AT LINE W-NO-LIGNE COL W-PRO-COL
               WHEN "P"
                   DISPLAY WK-NOM(W-PRO-K)(1:26)
                                   AT LINE W-NO-LIGNE COL W-PRO-COL
               WHEN "V"
                   DISPLAY "(aucune recette)"
                                   AT LINE W-NO-LIGNE COL W-PRO-COL
               WHEN OTHER
                   DISPLAY "(vide)" AT LINE W-NO-LIGNE COL W-PRO-COL
           END-EVALUATE
       END-PERFORM.
       DISPLAY "-- = deja planifie, garde tel quel" AT 1902.
       DISPLAY "Repas proposes:" AT 1945.
       DISPLAY W-PRO-NBRE-PROPOSES AT 1961.
       DISPLAY "A) Accepter la proposition" AT 2102.
       DISPLAY "E) Echanger un repas" AT 2132.
       DISPLAY "R) Rejeter la proposition" AT 2202.
       DISPLAY "X) Retirer un repas" AT 2232.
       DISPLAY "Votre choix:" AT 2302.
       DISPLAY W-MSG AT 2501.

      ******************************************************************
       25560-ECHANGER-CASE.
      *Echange la recette d'un repas de la proposition: contre une
      *recette nommee par l'usager (avec l'avertissement des convives
      *de 39500) ou, si le nom est laisse vide, contre la candidate
      *suivante qui respecte les regles. La recette ecartee par un
      *echange n'est plus reproposee ailleurs dans la semaine.
       DISPLAY "Numero du repas:" AT 2402.
       MOVE 0 TO W-PRO-NO.
       ACCEPT W-PRO-NO AT 2419.
       IF W-PRO-NO < 1 OR W-PRO-NO > 28
           MOVE "Numero de repas invalide" TO W-MSG
       ELSE
           IF WK-ETAT(W-PRO-NO) = "P"
               MOVE "Ce repas est deja planifie: il n'est pas touche"
                                                               TO W-MSG
           ELSE
               MOVE W-PRO-NO TO W-PRO-K
               DISPLAY "Recette (vide = proposition suivante):"
                                                               AT 2302
               MOVE SPACE TO W-PRO-NOM
               DISPLAY W-PRO-NOM AT 2402
               ACCEPT W-PRO-NOM AT 2402
               IF W-PRO-NOM = SPACE
                   PERFORM 25562-ECHANGER-SUIVANTE
               ELSE
                   PERFORM 25564-ECHANGER-NOMMEE
               END-IF
           END-IF
       END-IF.

      ******************************************************************
       25562-ECHANGER-SUIVANTE.
      *Remplace la recette de la case W-PRO-K par la meilleure autre
      *candidate; s'il n'y en a plus, la case garde sa recette.
       MOVE WK-CAND(W-PRO-K) TO W-PRO-ANCIEN.
       IF W-PRO-ANCIEN > 0
           MOVE 2 TO WQ-PRIS(W-PRO-ANCIEN)
       END-IF.
       PERFORM 25540-CHOISIR-CANDIDAT.
       IF W-PRO-MEILLEUR > 0
           PERFORM 25545-ASSIGNER-CANDIDAT
       ELSE
           IF W-PRO-ANCIEN > 0
               MOVE 1 TO WQ-PRIS(W-PRO-ANCIEN)
           END-IF
           MOVE "Aucune autre recette ne convient a ce repas" TO W-MSG
       END-IF.

      ******************************************************************
       25564-ECHANGER-NOMMEE.
      *Place dans la case W-PRO-K la recette W-PRO-NOM choisie par
      *l'usager, si elle existe et si l'usager la maintient malgre un
      *conflit avec un convive habituel.
       MOVE 0 TO W-PLAN-TROUVE.
       OPEN INPUT RECETTES-IDX.
       MOVE W-PRO-NOM TO RECETTE-NOM.
       READ RECETTES-IDX KEY IS RECETTE-NOM
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE 1 TO W-PLAN-TROUVE
           MOVE RECETTE-NBRE-PERSONNES TO W-PLAN-PORTIONS
       END-READ.
       CLOSE RECETTES-IDX.
       IF W-PLAN-TROUVE = 0
           MOVE "Cette recette n'existe pas dans RECETTES.DAT" TO W-MSG
       ELSE
           MOVE W-PRO-NOM TO W-PLAN-NOM
           PERFORM 39500-VERIFIER-CONVIVES-PLAN
           IF W-CNV-REPONSE = "N" OR "n"
               MOVE "Echange annule" TO W-MSG
           ELSE
               MOVE WK-CAND(W-PRO-K) TO W-PRO-ANCIEN
               IF W-PRO-ANCIEN > 0
                   MOVE 0 TO WQ-PRIS(W-PRO-ANCIEN)
               END-IF
               PERFORM 25535-CHERCHER-CANDIDAT
               MOVE W-PRO-IDX TO WK-CAND(W-PRO-K)
               IF W-PRO-IDX > 0
                   MOVE 1 TO WQ-PRIS(W-PRO-IDX)
               END-IF
               MOVE W-PRO-NOM TO WK-NOM(W-PRO-K)
               IF W-PRO-PORTIONS > 0
                   MOVE W-PRO-PORTIONS TO WK-PORTIONS(W-PRO-K)
               ELSE
                   MOVE W-PLAN-PORTIONS TO WK-PORTIONS(W-PRO-K)
               END-IF
               IF WK-PORTIONS(W-PRO-K) = 0
                   MOVE 1 TO WK-PORTIONS(W-PRO-K)
               END-IF
               MOVE "O" TO WK-ETAT(W-PRO-K)
           END-IF
       END-IF.

      ******************************************************************
       25565-RETIRER-CASE.
      *Retire un repas de la proposition: il restera vide au plan et
      *sa recette redevient disponible pour un echange.
       DISPLAY "Numero du repas:" AT 2402.
       MOVE 0 TO W-PRO-NO.
       ACCEPT W-PRO-NO AT 2419.
       IF W-PRO-NO < 1 OR W-PRO-NO > 28
           MOVE "Numero de repas invalide" TO W-MSG
       ELSE
           IF WK-ETAT(W-PRO-NO) = "P"
               MOVE "Ce repas est deja planifie: il n'est pas touche"
                                                               TO W-MSG
           ELSE
               MOVE WK-CAND(W-PRO-NO) TO W-PRO-ANCIEN
               IF W-PRO-ANCIEN > 0
                   MOVE 0 TO WQ-PRIS(W-PRO-ANCIEN)
               END-IF
               MOVE 0 TO WK-CAND(W-PRO-NO)
               MOVE SPACE TO WK-NOM(W-PRO-NO)
               MOVE "N" TO WK-ETAT(W-PRO-NO)
           END-IF
       END-IF.

      ******************************************************************
       25570-ECRIRE-PROPOSITION.
      *Ecrit les repas acceptes au plan et journalise chacun. Un repas
      *planifie entre-temps (la cle existe deja au moment d'ecrire)
      *est saute: la proposition ne remplace jamais un repas planifie
      *a la main.
       MOVE 0 TO W-PRO-NBRE-ECRITS.
       MOVE 0 TO W-PRO-NBRE-SAUTES.
       OPEN I-O PLAN-SEMAINE-IDX.
       PERFORM VARYING W-PRO-K FROM 1 BY 1 UNTIL W-PRO-K > 28
           IF WK-ETAT(W-PRO-K) = "O"
               MOVE WK-DATE(W-PRO-K) TO PLAN-DATE
               MOVE WK-CODE(W-PRO-K) TO PLAN-CODE-REPAS
               MOVE WK-NOM(W-PRO-K) TO PLAN-NOM-RECETTE
               MOVE WK-PORTIONS(W-PRO-K) TO PLAN-PORTIONS
               WRITE PLAN-REPAS
               INVALID KEY
                   ADD 1 TO W-PRO-NBRE-SAUTES
               NOT INVALID KEY
                   ADD 1 TO W-PRO-NBRE-ECRITS
                   MOVE "PLAN PROPOSE" TO W-JOURNAL-ACTION
                   MOVE WK-NOM(W-PRO-K) TO W-JOURNAL-NOM
                   PERFORM 95000-JOURNALISER
               END-WRITE
           END-IF
       END-PERFORM.
       CLOSE PLAN-SEMAINE-IDX.
       DISPLAY FOND-ECRAN.
       DISPLAY "Repas ajoutes au plan:" AT 1010.
       DISPLAY W-PRO-NBRE-ECRITS AT 1033.
       IF W-PRO-NBRE-SAUTES > 0
           DISPLAY "Repas planifies entre-temps, gardes:" AT 1210
           DISPLAY W-PRO-NBRE-SAUTES AT 1247
       END-IF.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       25600-LIBELLE-REPAS.
      *Traduit le code de repas de PLAN-CODE-REPAS en libelle lisible.
               MOVE PLAN-NOM-RECETTE TO WPI-NOM(W-EPIC-NBRE-INTROUV)
           END-IF
       NOT INVALID KEY
           PERFORM 41000-DEVELOPPER-COMPOSANTES
           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > RECETTE-NBRE-INGREDIENTS
               MOVE RCI-QUANTITE(W-I) TO W-CONV-QTE
               MOVE SPACE TO W-ENTREE
               ACCEPT W-ENTREE AT 2580
           ELSE
      *Une sous-recette se consomme par ses ingredients bruts.
               PERFORM 41000-DEVELOPPER-COMPOSANTES
               MOVE 0 TO W-CUIS-NBRE-ING
               MOVE 0 TO W-CUIS-NBRE-MANQUES
               MOVE 0 TO W-EPIC-NBRE-PLAFOND
      *que produit 34500-NORMALISER-VERS-METRIQUE, ce qui permet de
      *deduire un besoin en g d'un stock saisi en kg. Le stock ne
      *descend jamais sous zero: ce qui reste dans WCU-BESOIN apres la
      *passe est la quantite manquante. Ce qui est deduit d'un article
      *l'est aussi de ses lots, du plus ancien au plus recent, et va
      *au registre des mouvements comme une cuisson.
       MOVE 0 TO W-IND-FIN-FICHIER.
       OPEN I-O INVENTAIRE-IDX.
       PERFORM UNTIL W-IND-FIN-FICHIER = 1
               MOVE INV-UNITE TO W-CONV-UNITE
               PERFORM 34500-NORMALISER-VERS-METRIQUE
               MOVE W-CONV-QTE TO W-CUIS-DISPO
               MOVE W-CUIS-DISPO TO W-LOT-AVANT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INV-NOM))
                                                   TO W-NOM-INGR-MAJ
               MOVE 0 TO W-TROUVE
                   MOVE W-CUIS-DISPO TO INV-QUANTITE
                   MOVE W-CONV-UNITE TO INV-UNITE
                   REWRITE INVENTAIRE
                   IF W-LOT-AVANT > W-CUIS-DISPO
                       MOVE INV-NOM TO W-LOT-NOM
                       COMPUTE W-LOT-A-DEDUIRE =
                               W-LOT-AVANT - W-CUIS-DISPO
                       MOVE W-CONV-UNITE TO W-LOT-UNITE
                       MOVE INV-NOM TO W-MVT-NOM
                       MOVE "-" TO W-MVT-SENS
                       MOVE W-LOT-A-DEDUIRE TO W-MVT-QTE
                       MOVE W-CONV-UNITE TO W-MVT-UNITE
                       MOVE "C" TO W-MVT-RAISON
                       PERFORM 24700-CONSOMMER-LOTS
                       PERFORM 24950-ECRIRE-MOUVEMENT
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
               MOVE PLAN-NOM-RECETTE TO WPI-NOM(W-EPIC-NBRE-INTROUV)
           END-IF
       NOT INVALID KEY
           PERFORM 41000-DEVELOPPER-COMPOSANTES
           ADD 1 TO W-NUTS-NBRE-REPAS
           ADD PLAN-PORTIONS TO W-NUTS-PORTIONS
           MOVE 0 TO W-TOT-CALORIES W-TOT-PROTEINES
           MOVE 3 TO W-NO-LIGNE
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 9 OR
           W-IND-FIN-FICHIER = 1
      *Les recettes exclues par le filtre des allergenes sont sautees.
               MOVE 1 TO W-ALG-EXCLUE
               PERFORM UNTIL W-ALG-EXCLUE = 0 OR W-IND-FIN-FICHIER = 1
                   READ SOMMAIRE-IDX NEXT RECORD
                   AT END MOVE 1 TO W-IND-FIN-FICHIER
                   END-READ
                   IF W-IND-FIN-FICHIER = 0 AND RES-NBRE-AVIS = 0
                       MOVE 1 TO W-IND-FIN-FICHIER
                   END-IF
                   IF W-IND-FIN-FICHIER = 0
                       MOVE RES-NOM TO W-ALG-NOM
                       PERFORM 27970-FILTRER-PAR-NOM
                   END-IF
               END-PERFORM
               IF W-IND-FIN-FICHIER = 0
               THEN
                   ADD 1 TO W-E
      *Menu du repertoire des ingredients: les noms canoniques contre
      *lesquels la saisie et l'import valident les noms d'ingredient,
      *plus la reconciliation des variantes deja presentes dans les
      *recettes, le fournisseur et les allergenes et regimes de chaque
      *ingredient.
       MOVE SPACE TO W-CHOIX-ING.
       PERFORM UNTIL W-CHOIX-ING = "7"
           DISPLAY FOND-ECRAN
           DISPLAY "Repertoire des ingredients" AT 0625
           DISPLAY "1) Ajouter un nom canonique" AT 0825
           DISPLAY "3) Reconcilier les recettes" AT 1025
           DISPLAY "4) Fusionner une variante vers un nom" AT 1125
           DISPLAY "5) Assigner un fournisseur" AT 1225
           DISPLAY "6) Allergenes et regimes d'un ingredient" AT 1325
           DISPLAY "7) Revenir au menu principal" AT 1425
           DISPLAY "Votre choix:" AT 1625
           MOVE SPACE TO W-CHOIX-ING
           ACCEPT W-CHOIX-ING AT 1638
           EVALUATE TRUE
               WHEN W-CHOIX-ING = "1"
                   PERFORM 27100-ING-AJOUTER
                   PERFORM 27400-ING-FUSIONNER
               WHEN W-CHOIX-ING = "5"
                   PERFORM 27700-ING-ASSIGNER-FOURNISSEUR
               WHEN W-CHOIX-ING = "6"
                   PERFORM 27900-ING-ALLERGENES
               WHEN W-CHOIX-ING <> "7"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
           END-EVALUATE
           OPEN I-O INGREDIENTS-IDX
           MOVE W-ING-NOM TO ING-NOM
           MOVE W-FOUR-CODE TO ING-FOURNISSEUR
           MOVE SPACE TO ING-ALLERGENES
           MOVE SPACE TO ING-REGIMES
           WRITE INGREDIENT-MAITRE
           INVALID KEY
               MOVE "Ce nom est deja au repertoire" TO W-MSG

      ******************************************************************
       27200-ING-LISTER.
      *Affiche les noms canoniques du repertoire, page par page, avec
      *leur fournisseur et leurs codes d'allergenes et de regimes.
       INITIALIZE W-ENTREE.
       DISPLAY FOND-ECRAN.
       MOVE "Repertoire des ingredients" TO W-MSG.
               ELSE
                   DISPLAY ING-FOURNISSEUR AT LINE W-NO-LIGNE COL 40
               END-IF
               DISPLAY ING-ALLERGENES AT LINE W-NO-LIGNE COL 54
               DISPLAY ING-REGIMES AT LINE W-NO-LIGNE COL 66
               ADD 1 TO W-NO-LIGNE
               IF W-NO-LIGNE > 23
                   MOVE "ENTREE -> Page suivante   Q -> Quitter"
               IF W-IND-FIN-FICHIER = 0
                   PERFORM VARYING W-I FROM 1 BY 1
                           UNTIL W-I > RECETTE-NBRE-INGREDIENTS
      *Les lignes en portions ou en lots nomment une sous-recette.
                       MOVE FUNCTION UPPER-CASE(RCI-UNITE-MESURE(W-I))
                                                       TO W-DEV-UNITE
                       IF W-DEV-UNITE NOT = "POR"
                          AND W-DEV-UNITE NOT = "LOT"
                           MOVE RCI-NOM(W-I) TO W-ING-NOM
                           PERFORM 27600-CHERCHER-ING-MAITRE
                           IF W-ING-TROUVE = 0
                               PERFORM 27350-CUMULER-NOM-INCONNU
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
       END-IF.

      ******************************************************************
       27900-ING-ALLERGENES.
      *Assigne (ou change) les allergenes et les regimes d'un nom
      *canonique deja au repertoire. Les codes se saisissent en
      *lettres, dans n'importe quel ordre; une saisie vide retire
      *tous les codes de la zone.
       DISPLAY FOND-ECRAN.
       DISPLAY "Nom canonique:" AT 0505.
       MOVE SPACE TO W-ING-NOM.
       ACCEPT W-ING-NOM AT 0520.
       OPEN I-O INGREDIENTS-IDX.
       MOVE W-ING-NOM TO ING-NOM.
       READ INGREDIENTS-IDX KEY IS ING-NOM
       INVALID KEY
           MOVE "Ce nom n'est pas au repertoire" TO W-MSG
       NOT INVALID KEY
           MOVE ING-ALLERGENES TO W-ALG-A-LIBELLER
           MOVE ING-REGIMES TO W-REG-A-LIBELLER
           PERFORM 27980-LIBELLER-PROFIL
           DISPLAY "Allergenes:" AT 0705
           DISPLAY W-ALG-TEXTE AT 0717
           DISPLAY "Regimes:" AT 0805
           DISPLAY W-REG-TEXTE AT 0817
           PERFORM 27910-AFFICHER-LEGENDE
           DISPLAY "Codes d'allergenes (vide si aucun):" AT 1005
           DISPLAY "Codes de regimes (vide si aucun):" AT 1105
           MOVE 1 TO W-ALG-INVALIDE
           PERFORM UNTIL W-ALG-INVALIDE = 0
               MOVE SPACE TO W-ALG-SAISIE
               ACCEPT W-ALG-SAISIE AT 1041
               MOVE SPACE TO W-REG-SAISIE
               ACCEPT W-REG-SAISIE AT 1141
               PERFORM 27920-CONVERTIR-CODES
               IF W-ALG-INVALIDE = 1
                   MOVE "Code inconnu: voir la liste des codes"
                                                               TO W-MSG
                   DISPLAY W-MSG AT 2501
               END-IF
           END-PERFORM
           MOVE W-ALG-RESULTAT TO ING-ALLERGENES
           MOVE W-REG-RESULTAT TO ING-REGIMES
           REWRITE INGREDIENT-MAITRE
           MOVE "Allergenes et regimes enregistres" TO W-MSG
       END-READ.
       CLOSE INGREDIENTS-IDX.
       DISPLAY FOND-ECRAN.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       27910-AFFICHER-LEGENDE.
      *Affiche la liste des codes d'allergenes et de regimes au bas
      *de l'ecran de saisie (lignes 17 a 21).
       DISPLAY "Allergenes:" AT 1705.
       DISPLAY "G-Gluten  L-Lait  O-Oeufs  A-Arachides  N-Noix" AT 1717.
       DISPLAY "S-Soja  P-Poisson  C-Crustaces  E-Sesame  M-Moutarde"
                                                               AT 1817.
       DISPLAY "Regimes:" AT 2005.
       DISPLAY "V-Viande  O-Origine animale  P-Porc  A-Alcool" AT 2017.

      ******************************************************************
       27920-CONVERTIR-CODES.
      *Convertit les lettres saisies dans W-ALG-SAISIE et
      *W-REG-SAISIE (dans n'importe quel ordre, majuscules ou
      *minuscules, blancs ignores) en zones positionnelles
      *W-ALG-RESULTAT et W-REG-RESULTAT. W-ALG-INVALIDE vaut 1 si une
      *lettre n'est pas un code connu.
       MOVE SPACE TO W-ALG-RESULTAT.
       MOVE SPACE TO W-REG-RESULTAT.
       MOVE 0 TO W-ALG-INVALIDE.
       MOVE FUNCTION UPPER-CASE(W-ALG-SAISIE) TO W-ALG-SAISIE.
       MOVE FUNCTION UPPER-CASE(W-REG-SAISIE) TO W-REG-SAISIE.
       PERFORM VARYING W-ALG-I FROM 1 BY 1 UNTIL W-ALG-I > 10
           IF W-ALG-SAISIE(W-ALG-I:1) NOT = SPACE
               MOVE 0 TO W-ALG-Y
               PERFORM VARYING W-ALG-X FROM 1 BY 1 UNTIL W-ALG-X > 10
                   IF W-ALG-SAISIE(W-ALG-I:1) = W-ALG-CODES(W-ALG-X:1)
                       MOVE W-ALG-CODES(W-ALG-X:1)
                                       TO W-ALG-RESULTAT(W-ALG-X:1)
                       MOVE W-ALG-X TO W-ALG-Y
                   END-IF
               END-PERFORM
               IF W-ALG-Y = 0
                   MOVE 1 TO W-ALG-INVALIDE
               END-IF
           END-IF
       END-PERFORM.
       PERFORM VARYING W-ALG-I FROM 1 BY 1 UNTIL W-ALG-I > 4
           IF W-REG-SAISIE(W-ALG-I:1) NOT = SPACE
               MOVE 0 TO W-ALG-Y
               PERFORM VARYING W-ALG-X FROM 1 BY 1 UNTIL W-ALG-X > 4
                   IF W-REG-SAISIE(W-ALG-I:1) = W-REG-CODES(W-ALG-X:1)
                       MOVE W-REG-CODES(W-ALG-X:1)
                                       TO W-REG-RESULTAT(W-ALG-X:1)
                       MOVE W-ALG-X TO W-ALG-Y
                   END-IF
               END-PERFORM
               IF W-ALG-Y = 0
                   MOVE 1 TO W-ALG-INVALIDE
               END-IF
           END-IF
       END-PERFORM.

      ******************************************************************
       27950-PROFIL-RECETTE.
      *Etablit le profil de la recette en memoire dans RECETTE: union
      *des allergenes (W-ALG-RECETTE) et des regimes (W-REG-RECETTE)
      *de ses ingredients au repertoire, cherches par leur nom exact.
      *Les ingredients absents du repertoire sont comptes dans
      *W-ALG-NC: leur profil est inconnu. Les sous-recettes sont
      *developpees (W-TABLE-DEV) et seuls leurs ingredients bruts
      *comptent; une sous-recette introuvable compte comme inconnue.
       MOVE SPACE TO W-ALG-RECETTE.
       MOVE SPACE TO W-REG-RECETTE.
       MOVE RECETTE-NOM TO W-DEV-RACINE.
       PERFORM 41200-CHARGER-DEVELOPPEMENT.
       MOVE W-DEV-INTROUV TO W-ALG-NC.
       OPEN INPUT INGREDIENTS-IDX.
       PERFORM VARYING W-DEV-I FROM 1 BY 1 UNTIL W-DEV-I > W-DEV-NBRE
           IF WD-COMPOSANTE(W-DEV-I) = 0
               MOVE WD-NOM(W-DEV-I) TO ING-NOM
               READ INGREDIENTS-IDX KEY IS ING-NOM
               INVALID KEY
                   ADD 1 TO W-ALG-NC
               NOT INVALID KEY
                   PERFORM VARYING W-ALG-X FROM 1 BY 1
                           UNTIL W-ALG-X > 10
                       IF ING-ALLERGENES(W-ALG-X:1) NOT = SPACE
                           MOVE W-ALG-CODES(W-ALG-X:1)
                                           TO W-ALG-RECETTE(W-ALG-X:1)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING W-ALG-X FROM 1 BY 1
                           UNTIL W-ALG-X > 4
                       IF ING-REGIMES(W-ALG-X:1) NOT = SPACE
                           MOVE W-REG-CODES(W-ALG-X:1)
                                           TO W-REG-RECETTE(W-ALG-X:1)
                       END-IF
                   END-PERFORM
               END-READ
           END-IF
       END-PERFORM.
       CLOSE INGREDIENTS-IDX.

      ******************************************************************
       27960-FILTRER-RECETTE.
      *Applique le filtre des parcours a la recette en memoire dans
      *RECETTE: W-ALG-EXCLUE vaut 1 si elle contient un allergene ou
      *un regime du filtre. Sans filtre, rien n'est lu.
       MOVE 0 TO W-ALG-EXCLUE.
       IF W-FILTRE-ALLERGENES NOT = SPACE
          OR W-FILTRE-REGIMES NOT = SPACE
           PERFORM 27950-PROFIL-RECETTE
           MOVE W-FILTRE-ALLERGENES TO W-ALG-COMPARER
           MOVE W-FILTRE-REGIMES TO W-REG-COMPARER
           PERFORM 27990-COMPARER-PROFIL
           MOVE W-ALG-CONFLIT TO W-ALG-EXCLUE
       END-IF.

      ******************************************************************
       27970-FILTRER-PAR-NOM.
      *Meme filtre que 27960-FILTRER-RECETTE, pour les parcours qui
      *lisent le sommaire: la recette W-ALG-NOM est relue dans
      *RECETTES.DAT (l'enregistrement RECETTE est donc ecrase).
       MOVE 0 TO W-ALG-EXCLUE.
       IF W-FILTRE-ALLERGENES NOT = SPACE
          OR W-FILTRE-REGIMES NOT = SPACE
           OPEN INPUT RECETTES-IDX
           MOVE W-ALG-NOM TO RECETTE-NOM
           READ RECETTES-IDX KEY IS RECETTE-NOM
           INVALID KEY
               MOVE 0 TO RECETTE-NBRE-INGREDIENTS
           END-READ
           CLOSE RECETTES-IDX
           PERFORM 27960-FILTRER-RECETTE
       END-IF.

      ******************************************************************
       27980-LIBELLER-PROFIL.
      *Traduit les zones positionnelles W-ALG-A-LIBELLER et
      *W-REG-A-LIBELLER en libelles separes par des virgules
      *(W-ALG-TEXTE et W-REG-TEXTE), "Aucun" si la zone est vide.
       MOVE SPACE TO W-ALG-TEXTE.
       MOVE 1 TO W-ALG-PTR.
       PERFORM VARYING W-ALG-X FROM 1 BY 1 UNTIL W-ALG-X > 10
           IF W-ALG-A-LIBELLER(W-ALG-X:1) NOT = SPACE
               IF W-ALG-PTR > 1
                   STRING ", " DELIMITED BY SIZE
                          INTO W-ALG-TEXTE WITH POINTER W-ALG-PTR
               END-IF
               STRING W-ALG-LIB(W-ALG-X) DELIMITED BY SPACE
                      INTO W-ALG-TEXTE WITH POINTER W-ALG-PTR
           END-IF
       END-PERFORM.
       IF W-ALG-PTR = 1
           MOVE "Aucun" TO W-ALG-TEXTE
       END-IF.
       MOVE SPACE TO W-REG-TEXTE.
       MOVE 1 TO W-ALG-PTR.
       PERFORM VARYING W-ALG-X FROM 1 BY 1 UNTIL W-ALG-X > 4
           IF W-REG-A-LIBELLER(W-ALG-X:1) NOT = SPACE
               IF W-ALG-PTR > 1
                   STRING ", " DELIMITED BY SIZE
                          INTO W-REG-TEXTE WITH POINTER W-ALG-PTR
               END-IF
               STRING W-REG-LIB(W-ALG-X) DELIMITED BY SPACE
                      INTO W-REG-TEXTE WITH POINTER W-ALG-PTR
           END-IF
       END-PERFORM.
       IF W-ALG-PTR = 1
           MOVE "Aucun" TO W-REG-TEXTE
       END-IF.

      ******************************************************************
       27990-COMPARER-PROFIL.
      *Compare le profil de la recette (W-ALG-RECETTE, W-REG-RECETTE)
      *aux codes a eviter W-ALG-COMPARER et W-REG-COMPARER (un convive
      *ou le filtre des parcours). Les codes en commun sont mis dans
      *W-ALG-COMMUN et W-REG-COMMUN; W-ALG-CONFLIT vaut 1 s'il y en a.
       MOVE SPACE TO W-ALG-COMMUN.
       MOVE SPACE TO W-REG-COMMUN.
       MOVE 0 TO W-ALG-CONFLIT.
       PERFORM VARYING W-ALG-X FROM 1 BY 1 UNTIL W-ALG-X > 10
           IF W-ALG-COMPARER(W-ALG-X:1) NOT = SPACE
              AND W-ALG-RECETTE(W-ALG-X:1) NOT = SPACE
               MOVE W-ALG-CODES(W-ALG-X:1) TO W-ALG-COMMUN(W-ALG-X:1)
               MOVE 1 TO W-ALG-CONFLIT
           END-IF
       END-PERFORM.
       PERFORM VARYING W-ALG-X FROM 1 BY 1 UNTIL W-ALG-X > 4
           IF W-REG-COMPARER(W-ALG-X:1) NOT = SPACE
              AND W-REG-RECETTE(W-ALG-X:1) NOT = SPACE
               MOVE W-REG-CODES(W-ALG-X:1) TO W-REG-COMMUN(W-ALG-X:1)
               MOVE 1 TO W-ALG-CONFLIT
           END-IF
       END-PERFORM.

      ******************************************************************
       41000-DEVELOPPER-COMPOSANTES.
      *Remplace en memoire, dans RECETTE, les lignes de sous-recettes
      *par les ingredients bruts qu'elles representent: quantites et
      *valeurs nutritives multipliees par le facteur cumule (portions
      *demandees sur portions de la sous-recette, ou nombre de lots).
      *Sert aux calculs (cout, nutrition, epicerie, cuisson): la
      *recette ainsi developpee ne doit jamais etre reecrite dans le
      *fichier. Au-dela de 99 lignes brutes, le reste est ignore
      *(W-DEV-TRONQUE); une valeur qui deborde sa zone est plafonnee
      *(W-DEV-PLAFOND).
       MOVE RECETTE-NOM TO W-DEV-RACINE.
       PERFORM 41200-CHARGER-DEVELOPPEMENT.
       IF W-DEV-NBRE-COMP > 0
      *Les zones qui suivent la table glissent avec le nombre de
      *lignes: les garder de cote le temps de la reconstruire.
           MOVE RECETTE-PREPARATION TO W-DEV-PREPARATION
           MOVE RECETTE-SYSTEME-UNITE TO W-DEV-SYSTEME
           MOVE RECETTE-TEMPS-PREP TO W-DEV-TEMPS-PREP
           MOVE RECETTE-TEMPS-CUISSON TO W-DEV-TEMPS-CUISSON
           MOVE RECETTE-TEMPS-TOTAL TO W-DEV-TEMPS-TOTAL
           MOVE 99 TO RECETTE-NBRE-INGREDIENTS
           MOVE 0 TO W-DEV-N
           PERFORM VARYING W-DEV-K FROM 1 BY 1
                   UNTIL W-DEV-K > W-DEV-NBRE
               IF WD-COMPOSANTE(W-DEV-K) = 0
                   IF W-DEV-N < 99
                       ADD 1 TO W-DEV-N
                       PERFORM 41010-COPIER-LIGNE-BRUTE
                   ELSE
                       MOVE 1 TO W-DEV-TRONQUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE W-DEV-N TO RECETTE-NBRE-INGREDIENTS
           MOVE W-DEV-PREPARATION TO RECETTE-PREPARATION
           MOVE W-DEV-SYSTEME TO RECETTE-SYSTEME-UNITE
           MOVE W-DEV-TEMPS-PREP TO RECETTE-TEMPS-PREP
           MOVE W-DEV-TEMPS-CUISSON TO RECETTE-TEMPS-CUISSON
           MOVE W-DEV-TEMPS-TOTAL TO RECETTE-TEMPS-TOTAL
       END-IF.

      ******************************************************************
       41010-COPIER-LIGNE-BRUTE.
      *Copie la ligne W-DEV-K de la table de developpement a la ligne
      *W-DEV-N de RECETTE, multipliee par son facteur cumule.
       MOVE WD-UNITE(W-DEV-K) TO RCI-UNITE-MESURE(W-DEV-N).
       MOVE WD-NOM(W-DEV-K) TO RCI-NOM(W-DEV-N).
       COMPUTE W-DEV-QTE ROUNDED =
               WD-QUANTITE(W-DEV-K) * WD-FACTEUR(W-DEV-K).
       IF W-DEV-QTE > 9999
           MOVE 9999 TO W-DEV-QTE
           ADD 1 TO W-DEV-PLAFOND
       END-IF.
       MOVE W-DEV-QTE TO RCI-QUANTITE(W-DEV-N).
       COMPUTE W-DEV-QTE ROUNDED =
               WD-CALORIES(W-DEV-K) * WD-FACTEUR(W-DEV-K).
       IF W-DEV-QTE > 9999
           MOVE 9999 TO W-DEV-QTE
           ADD 1 TO W-DEV-PLAFOND
       END-IF.
       MOVE W-DEV-QTE TO RCI-CALORIES(W-DEV-N).
       COMPUTE W-DEV-QTE ROUNDED =
               WD-PROTEINES(W-DEV-K) * WD-FACTEUR(W-DEV-K).
       IF W-DEV-QTE > 999
           MOVE 999 TO W-DEV-QTE
           ADD 1 TO W-DEV-PLAFOND
       END-IF.
       MOVE W-DEV-QTE TO RCI-PROTEINES(W-DEV-N).
       COMPUTE W-DEV-QTE ROUNDED =
               WD-GLUCIDES(W-DEV-K) * WD-FACTEUR(W-DEV-K).
       IF W-DEV-QTE > 999
           MOVE 999 TO W-DEV-QTE
           ADD 1 TO W-DEV-PLAFOND
       END-IF.
       MOVE W-DEV-QTE TO RCI-GLUCIDES(W-DEV-N).
       COMPUTE W-DEV-QTE ROUNDED =
               WD-LIPIDES(W-DEV-K) * WD-FACTEUR(W-DEV-K).
       IF W-DEV-QTE > 999
           MOVE 999 TO W-DEV-QTE
           ADD 1 TO W-DEV-PLAFOND
       END-IF.
       MOVE W-DEV-QTE TO RCI-LIPIDES(W-DEV-N).

      ******************************************************************
       41200-CHARGER-DEVELOPPEMENT.
      *Charge W-TABLE-DEV avec les lignes de RECETTE (niveau 0,
      *facteur 1) puis y ajoute, a la suite, les lignes de chaque
      *sous-recette rencontree, lue dans la seconde vue du fichier
      *(RECETTES-COMP-IDX): les sous-recettes des sous-recettes sont
      *ainsi traitees a leur tour. W-DEV-CYCLE est leve si une
      *composante ramene a W-DEV-RACINE ou si l'imbrication depasse
      *8 niveaux; les composantes introuvables sont comptees dans
      *W-DEV-INTROUV. La table plafonne a 300 lignes (W-DEV-TRONQUE).
       MOVE 0 TO W-DEV-NBRE.
       MOVE 0 TO W-DEV-NBRE-COMP.
       MOVE 0 TO W-DEV-CYCLE.
       MOVE 0 TO W-DEV-INTROUV.
       MOVE 0 TO W-DEV-TRONQUE.
       MOVE 0 TO W-DEV-PLAFOND.
       MOVE SPACE TO W-DEV-NOM-CYCLE.
       PERFORM VARYING W-DEV-I FROM 1 BY 1
               UNTIL W-DEV-I > RECETTE-NBRE-INGREDIENTS
           ADD 1 TO W-DEV-NBRE
           MOVE RCI-QUANTITE(W-DEV-I) TO WD-QUANTITE(W-DEV-NBRE)
           MOVE RCI-UNITE-MESURE(W-DEV-I) TO WD-UNITE(W-DEV-NBRE)
           MOVE RCI-NOM(W-DEV-I) TO WD-NOM(W-DEV-NBRE)
           MOVE RCI-CALORIES(W-DEV-I) TO WD-CALORIES(W-DEV-NBRE)
           MOVE RCI-PROTEINES(W-DEV-I) TO WD-PROTEINES(W-DEV-NBRE)
           MOVE RCI-GLUCIDES(W-DEV-I) TO WD-GLUCIDES(W-DEV-NBRE)
           MOVE RCI-LIPIDES(W-DEV-I) TO WD-LIPIDES(W-DEV-NBRE)
           MOVE 1 TO WD-FACTEUR(W-DEV-NBRE)
           MOVE 0 TO WD-NIVEAU(W-DEV-NBRE)
           PERFORM 41210-MARQUER-COMPOSANTE
       END-PERFORM.
       IF W-DEV-NBRE-COMP > 0
           OPEN INPUT RECETTES-COMP-IDX
           PERFORM VARYING W-DEV-K FROM 1 BY 1
                   UNTIL W-DEV-K > W-DEV-NBRE OR W-DEV-CYCLE = 1
               IF WD-COMPOSANTE(W-DEV-K) = 1
                   PERFORM 41220-AJOUTER-COMPOSANTE
               END-IF
           END-PERFORM
           CLOSE RECETTES-COMP-IDX
       END-IF.

      ******************************************************************
       41210-MARQUER-COMPOSANTE.
      *Une ligne dont l'unite est "por" ou "lot" (en majuscules ou
      *non) designe une sous-recette.
       MOVE FUNCTION UPPER-CASE(WD-UNITE(W-DEV-NBRE)) TO W-DEV-UNITE.
       IF W-DEV-UNITE = "POR" OR W-DEV-UNITE = "LOT"
           MOVE 1 TO WD-COMPOSANTE(W-DEV-NBRE)
           ADD 1 TO W-DEV-NBRE-COMP
       ELSE
           MOVE 0 TO WD-COMPOSANTE(W-DEV-NBRE)
       END-IF.

      ******************************************************************
       41220-AJOUTER-COMPOSANTE.
      *Ajoute a la table les lignes de la sous-recette de la ligne
      *W-DEV-K, au niveau suivant. Facteur: celui de la ligne fois la
      *quantite, divise par le nombre de portions de la sous-recette
      *quand la quantite est en portions.
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WD-NOM(W-DEV-K))) =
          FUNCTION UPPER-CASE(FUNCTION TRIM(W-DEV-RACINE))
          OR WD-NIVEAU(W-DEV-K) > 7
           MOVE 1 TO W-DEV-CYCLE
           MOVE WD-NOM(W-DEV-K) TO W-DEV-NOM-CYCLE
       ELSE
           MOVE WD-NOM(W-DEV-K) TO SRC-NOM
           READ RECETTES-COMP-IDX KEY IS SRC-NOM
           INVALID KEY
               ADD 1 TO W-DEV-INTROUV
           NOT INVALID KEY
               COMPUTE W-DEV-FACTEUR =
                       WD-FACTEUR(W-DEV-K) * WD-QUANTITE(W-DEV-K)
               MOVE FUNCTION UPPER-CASE(WD-UNITE(W-DEV-K))
                                                       TO W-DEV-UNITE
               IF W-DEV-UNITE = "POR" AND SRC-NBRE-PERSONNES > 0
                   COMPUTE W-DEV-FACTEUR =
                           W-DEV-FACTEUR / SRC-NBRE-PERSONNES
               END-IF
               PERFORM VARYING W-DEV-I FROM 1 BY 1
                       UNTIL W-DEV-I > SRC-NBRE-INGREDIENTS
                   IF W-DEV-NBRE < 300
                       ADD 1 TO W-DEV-NBRE
                       MOVE SRC-QUANTITE(W-DEV-I)
                                           TO WD-QUANTITE(W-DEV-NBRE)
                       MOVE SRC-UNITE-MESURE(W-DEV-I)
                                           TO WD-UNITE(W-DEV-NBRE)
                       MOVE SRC-NOM-ING(W-DEV-I) TO WD-NOM(W-DEV-NBRE)
                       MOVE SRC-CALORIES(W-DEV-I)
                                           TO WD-CALORIES(W-DEV-NBRE)
                       MOVE SRC-PROTEINES(W-DEV-I)
                                           TO WD-PROTEINES(W-DEV-NBRE)
                       MOVE SRC-GLUCIDES(W-DEV-I)
                                           TO WD-GLUCIDES(W-DEV-NBRE)
                       MOVE SRC-LIPIDES(W-DEV-I)
                                           TO WD-LIPIDES(W-DEV-NBRE)
                       MOVE W-DEV-FACTEUR TO WD-FACTEUR(W-DEV-NBRE)
                       COMPUTE WD-NIVEAU(W-DEV-NBRE) =
                               WD-NIVEAU(W-DEV-K) + 1
                       PERFORM 41210-MARQUER-COMPOSANTE
                   ELSE
                       MOVE 1 TO W-DEV-TRONQUE
                   END-IF
               END-PERFORM
           END-READ
       END-IF.

      ******************************************************************
       41500-VERIFIER-CYCLE.
      *Avant l'enregistrement de la recette en memoire dans RECETTE:
      *W-DEV-CYCLE vaut 1 si elle se contient elle-meme, directement
      *ou par une de ses sous-recettes (W-DEV-NOM-CYCLE dit par
      *quelle ligne).
       MOVE RECETTE-NOM TO W-DEV-RACINE.
       PERFORM 41200-CHARGER-DEVELOPPEMENT.

      ******************************************************************
       41600-VALIDER-COMPOSANTE.
      *Valide le nom de sous-recette qui vient d'etre saisi (ligne en
      *portions ou en lots, position W-COMPTEUR-INGR du tableau de
      *saisie): ce doit etre le nom exact d'une recette existante.
      *Sinon, l'usager le conserve tel quel ou le ressaisit, comme
      *pour un ingredient hors repertoire.
       MOVE W-NOM-INGR(W-COMPTEUR-INGR) TO W-ING-NOM.
       PERFORM 41610-CHERCHER-COMPOSANTE.
       PERFORM UNTIL W-ING-TROUVE = 1
           MOVE "Recette introuvable: C-Conserver  R-Ressaisir" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ING-REP
           ACCEPT W-ING-REP AT 2580
           IF W-ING-REP = "C" OR "c"
               MOVE 1 TO W-ING-TROUVE
           ELSE
               IF W-ING-REP = "R" OR "r"
                   MOVE SPACE TO W-NOM-INGR(W-COMPTEUR-INGR)
                   ACCEPT W-NOM-INGR(W-COMPTEUR-INGR)
                                           AT LINE W-NO-LIGNE COL 30
                   MOVE W-NOM-INGR(W-COMPTEUR-INGR) TO W-ING-NOM
                   PERFORM 41610-CHERCHER-COMPOSANTE
               END-IF
           END-IF
       END-PERFORM.

      ******************************************************************
       41610-CHERCHER-COMPOSANTE.
      *Cherche W-ING-NOM parmi les noms de recettes. W-ING-TROUVE vaut
      *1 si une recette porte ce nom.
       MOVE 0 TO W-ING-TROUVE.
       MOVE W-ING-NOM TO SRC-NOM.
       OPEN INPUT RECETTES-COMP-IDX.
       READ RECETTES-COMP-IDX KEY IS SRC-NOM
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE 1 TO W-ING-TROUVE
       END-READ.
       CLOSE RECETTES-COMP-IDX.

      ******************************************************************
       41700-CHERCHER-UTILISATIONS.
      *Compte les recettes qui emploient directement W-DEV-CIBLE comme
      *sous-recette (W-DEV-NBRE-PARENTS) et retient le nom de la
      *premiere (W-DEV-PARENT). La comparaison des noms ignore la
      *casse et les espaces de fin.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(W-DEV-CIBLE))
                                                   TO W-DEV-CIBLE-MAJ.
       MOVE 0 TO W-DEV-NBRE-PARENTS.
       MOVE SPACE TO W-DEV-PARENT.
       MOVE 0 TO W-DEV-FIN.
       OPEN INPUT RECETTES-COMP-IDX.
       PERFORM UNTIL W-DEV-FIN = 1
           READ RECETTES-COMP-IDX NEXT RECORD
           AT END MOVE 1 TO W-DEV-FIN
           END-READ
           IF W-DEV-FIN = 0
               MOVE 0 TO W-UTL-DEJA
               PERFORM VARYING W-DEV-I FROM 1 BY 1
                       UNTIL W-DEV-I > SRC-NBRE-INGREDIENTS
                          OR W-UTL-DEJA = 1
                   MOVE FUNCTION UPPER-CASE(SRC-UNITE-MESURE(W-DEV-I))
                                                       TO W-DEV-UNITE
                   IF (W-DEV-UNITE = "POR" OR W-DEV-UNITE = "LOT")
                      AND FUNCTION UPPER-CASE(FUNCTION TRIM
                          (SRC-NOM-ING(W-DEV-I))) = W-DEV-CIBLE-MAJ
                       MOVE 1 TO W-UTL-DEJA
                   END-IF
               END-PERFORM
               IF W-UTL-DEJA = 1
                   ADD 1 TO W-DEV-NBRE-PARENTS
                   IF W-DEV-PARENT = SPACE
                       MOVE SRC-NOM TO W-DEV-PARENT
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RECETTES-COMP-IDX.

      ******************************************************************
       41800-RAPPORT-UTILISATIONS.
      *Rapport "ou est utilisee une recette": toutes les recettes qui
      *l'emploient comme sous-recette, directement (niveau 1) ou par
      *l'intermediaire d'une autre (niveaux suivants), avec la
      *composante par laquelle passe l'utilisation et sa quantite.
       PERFORM 10000-INITIALISER.
       DISPLAY FOND-ECRAN.
       DISPLAY "Recette a rechercher comme sous-recette:" AT 0505.
       MOVE SPACE TO W-DEV-CIBLE.
       ACCEPT W-DEV-CIBLE AT 0546.
       IF W-DEV-CIBLE = SPACE
           DISPLAY FOND-ECRAN
           MOVE "Rapport annule" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
           PERFORM 41810-CHARGER-LIENS
           PERFORM 41820-CHERCHER-UTILISATEURS
           PERFORM 41830-ECRIRE-UTILISATIONS
           DISPLAY FOND-ECRAN
           MOVE "Rapport ecrit dans UTILISATIONS.TXT" TO W-MSG
           DISPLAY W-MSG AT 2501
           DISPLAY "Recettes qui l'utilisent:" AT 0810
           COMPUTE W-UTL-M = W-UTL-NBRE - 1
           DISPLAY W-UTL-M AT 0836
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       41810-CHARGER-LIENS.
      *Une lecture du fichier des recettes garde chaque lien recette ->
      *sous-recette (500 au plus, W-UTL-TRONQUE au-dela).
       MOVE 0 TO W-UTL-NBRE-LIENS.
       MOVE 0 TO W-UTL-TRONQUE.
       MOVE 0 TO W-DEV-FIN.
       OPEN INPUT RECETTES-COMP-IDX.
       PERFORM UNTIL W-DEV-FIN = 1
           READ RECETTES-COMP-IDX NEXT RECORD
           AT END MOVE 1 TO W-DEV-FIN
           END-READ
           IF W-DEV-FIN = 0
               PERFORM VARYING W-DEV-I FROM 1 BY 1
                       UNTIL W-DEV-I > SRC-NBRE-INGREDIENTS
                   MOVE FUNCTION UPPER-CASE(SRC-UNITE-MESURE(W-DEV-I))
                                                       TO W-DEV-UNITE
                   IF W-DEV-UNITE = "POR" OR W-DEV-UNITE = "LOT"
                       IF W-UTL-NBRE-LIENS < 500
                           ADD 1 TO W-UTL-NBRE-LIENS
                           MOVE SRC-NOM TO WU-PARENT(W-UTL-NBRE-LIENS)
                           MOVE SRC-NOM-ING(W-DEV-I)
                                   TO WU-COMPOSANTE(W-UTL-NBRE-LIENS)
                           MOVE SRC-QUANTITE(W-DEV-I)
                                   TO WU-QUANTITE(W-UTL-NBRE-LIENS)
                           MOVE SRC-UNITE-MESURE(W-DEV-I)
                                   TO WU-UNITE(W-UTL-NBRE-LIENS)
                       ELSE
                           MOVE 1 TO W-UTL-TRONQUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       CLOSE RECETTES-COMP-IDX.

      ******************************************************************
       41820-CHERCHER-UTILISATEURS.
      *Parcours en largeur des liens: l'entree 1 est la recette
      *cherchee (niveau 0); chaque entree traitee ajoute a la suite
      *les recettes qui l'emploient, au niveau suivant, une seule fois
      *chacune (200 au plus).
       MOVE 1 TO W-UTL-NBRE.
       MOVE W-DEV-CIBLE TO WT-NOM(1).
       MOVE 0 TO WT-NIVEAU(1).
       MOVE SPACE TO WT-VIA(1).
       MOVE 0 TO WT-QUANTITE(1).
       MOVE SPACE TO WT-UNITE(1).
       PERFORM VARYING W-UTL-K FROM 1 BY 1 UNTIL W-UTL-K > W-UTL-NBRE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WT-NOM(W-UTL-K)))
                                                       TO W-UTL-MAJ
           PERFORM VARYING W-UTL-L FROM 1 BY 1
                   UNTIL W-UTL-L > W-UTL-NBRE-LIENS
               IF FUNCTION UPPER-CASE(FUNCTION TRIM
                  (WU-COMPOSANTE(W-UTL-L))) = W-UTL-MAJ
                   PERFORM 41825-AJOUTER-UTILISATEUR
               END-IF
           END-PERFORM
       END-PERFORM.

      ******************************************************************
       41825-AJOUTER-UTILISATEUR.
      *Ajoute la recette du lien W-UTL-L si elle n'est pas deja dans
      *la table (une recette qui en emploie une autre par deux chemins
      *n'apparait qu'une fois, au niveau le plus proche).
       MOVE 0 TO W-UTL-DEJA.
       PERFORM VARYING W-UTL-M FROM 1 BY 1
               UNTIL W-UTL-M > W-UTL-NBRE OR W-UTL-DEJA = 1
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WT-NOM(W-UTL-M))) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WU-PARENT(W-UTL-L)))
               MOVE 1 TO W-UTL-DEJA
           END-IF
       END-PERFORM.
       IF W-UTL-DEJA = 0
           IF W-UTL-NBRE < 200
               ADD 1 TO W-UTL-NBRE
               MOVE WU-PARENT(W-UTL-L) TO WT-NOM(W-UTL-NBRE)
               COMPUTE WT-NIVEAU(W-UTL-NBRE) = WT-NIVEAU(W-UTL-K) + 1
               MOVE WU-COMPOSANTE(W-UTL-L) TO WT-VIA(W-UTL-NBRE)
               MOVE WU-QUANTITE(W-UTL-L) TO WT-QUANTITE(W-UTL-NBRE)
               MOVE WU-UNITE(W-UTL-L) TO WT-UNITE(W-UTL-NBRE)
           ELSE
               MOVE 1 TO W-UTL-TRONQUE
           END-IF
       END-IF.

      ******************************************************************
       41830-ECRIRE-UTILISATIONS.
      *Ecrit UTILISATIONS.TXT: une ligne par recette utilisatrice,
      *niveau, nom, composante employee et quantite.
       OPEN OUTPUT UTILISATIONS-FIC.
       MOVE SPACE TO LIGNE-UTILISATION.
       MOVE "RECETTES QUI UTILISENT:" TO LIGNE-UTILISATION(1:23).
       MOVE W-DEV-CIBLE TO LIGNE-UTILISATION(25:50).
       WRITE LIGNE-UTILISATION.
       MOVE SPACE TO LIGNE-UTILISATION.
       WRITE LIGNE-UTILISATION.
       IF W-UTL-NBRE < 2
           MOVE "Aucune recette ne l'emploie comme sous-recette."
                                                   TO LIGNE-UTILISATION
           WRITE LIGNE-UTILISATION
       ELSE
           MOVE SPACE TO LIGNE-UTILISATION
           MOVE "Niv" TO LIGNE-UTILISATION(1:3)
           MOVE "Recette" TO LIGNE-UTILISATION(5:7)
           MOVE "Par la composante" TO LIGNE-UTILISATION(42:17)
           MOVE "Qte" TO LIGNE-UTILISATION(70:3)
           WRITE LIGNE-UTILISATION
           PERFORM VARYING W-UTL-K FROM 2 BY 1
                   UNTIL W-UTL-K > W-UTL-NBRE
               MOVE SPACE TO LIGNE-UTILISATION
               MOVE WT-NIVEAU(W-UTL-K) TO W-UTL-NIVEAU-EDIT
               MOVE W-UTL-NIVEAU-EDIT TO LIGNE-UTILISATION(1:2)
               MOVE WT-NOM(W-UTL-K) TO LIGNE-UTILISATION(5:36)
               MOVE WT-VIA(W-UTL-K) TO LIGNE-UTILISATION(42:26)
               MOVE WT-QUANTITE(W-UTL-K) TO W-UTL-QTE-EDIT
               MOVE W-UTL-QTE-EDIT TO LIGNE-UTILISATION(69:4)
               MOVE WT-UNITE(W-UTL-K) TO LIGNE-UTILISATION(74:3)
               WRITE LIGNE-UTILISATION
           END-PERFORM
       END-IF.
       IF W-UTL-TRONQUE = 1
           MOVE SPACE TO LIGNE-UTILISATION
           WRITE LIGNE-UTILISATION
           MOVE "Liste tronquee: trop de recettes ou de liens."
                                                   TO LIGNE-UTILISATION
           WRITE LIGNE-UTILISATION
       END-IF.
       CLOSE UTILISATIONS-FIC.

      ******************************************************************
       44000-MENU-FOURNISSEURS.
      *Menu du fichier des fournisseurs: code de 3 caracteres, nom et
      *delai de livraison en jours. Les codes sont assignes aux
      *ingredients par le repertoire des ingredients et servent a
      *eclater la liste d'epicerie en bons de commande.
       MOVE SPACE TO W-CHOIX-FOURNISSEUR.
       PERFORM UNTIL W-CHOIX-FOURNISSEUR = "3"
           DISPLAY FOND-ECRAN
           DISPLAY "Fournisseurs" AT 0625
           DISPLAY "1) Ajouter/corriger un fournisseur" AT 0825
           DISPLAY "2) Lister les fournisseurs" AT 0925
           DISPLAY "3) Revenir au menu principal" AT 1025
           DISPLAY "Votre choix:" AT 1225
           MOVE SPACE TO W-CHOIX-FOURNISSEUR
           ACCEPT W-CHOIX-FOURNISSEUR AT 1238
           EVALUATE TRUE
               WHEN W-CHOIX-FOURNISSEUR = "1"
                   PERFORM 44100-FOUR-MAINTENIR
               WHEN W-CHOIX-FOURNISSEUR = "2"
                   PERFORM 44200-FOUR-LISTER
               WHEN W-CHOIX-FOURNISSEUR <> "3"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
       46000-RENOMMER-RECETTE.
      *Renomme une recette en une seule operation: la recette est
      *reecrite sous le nouveau nom et le changement de cle est
      *propage a son commentaire, a toutes ses versions d'historique,
      *aux repas du plan de semaine qui la pointaient et aux recettes
      *qui l'emploient comme sous-recette. Le renommage
      *est refuse si le nouveau nom existe deja ou si la recette est
      *verrouillee par l'autre poste, et il est journalise.
       PERFORM 10000-INITIALISER.
       DISPLAY "Nouveau nom:" AT 0705.
       MOVE SPACE TO W-REN-NOUVEAU-NOM.
       ACCEPT W-REN-NOUVEAU-NOM AT 0718.
      *Les lignes des recettes qui emploient celle-ci comme
      *sous-recette n'ont que 30 caracteres pour son nom: un nouveau
      *nom plus long ne pourrait pas y etre reporte.
       MOVE 0 TO W-DEV-NBRE-PARENTS.
       IF W-REN-ANCIEN-NOM NOT = SPACE
          AND W-REN-NOUVEAU-NOM(31:20) NOT = SPACE
           MOVE W-REN-ANCIEN-NOM TO W-DEV-CIBLE
           PERFORM 41700-CHERCHER-UTILISATIONS
       END-IF.
       IF W-REN-ANCIEN-NOM = SPACE OR W-REN-NOUVEAU-NOM = SPACE
          OR W-REN-ANCIEN-NOM = W-REN-NOUVEAU-NOM
          OR W-DEV-NBRE-PARENTS > 0
           DISPLAY FOND-ECRAN
           IF W-DEV-NBRE-PARENTS > 0
               MOVE "Refuse: nom de sous-recette limite a 30 caracteres"
                                                               TO W-MSG
           ELSE
               MOVE "Renommage annule" TO W-MSG
           END-IF
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
                       PERFORM 93100-RETIRER-SOMMAIRE
                       MOVE W-REN-NOUVEAU-NOM TO RECETTE-NOM
                       PERFORM 93000-MAJ-SOMMAIRE
                       PERFORM 46500-RENOMMER-COMPOSANTES
                       MOVE "RENOMMAGE" TO W-JOURNAL-ACTION
                       MOVE W-REN-NOUVEAU-NOM TO W-JOURNAL-NOM
                       PERFORM 95000-JOURNALISER
                       DISPLAY "plan de semaine suivis)" AT 1010
                       DISPLAY "Repas du plan mis a jour:" AT 1210
                       DISPLAY W-REN-NBRE-PLAN AT 1236
                       DISPLAY "Recettes qui l'emploient, mises a jour:"
                                                               AT 1310
                       DISPLAY W-REN-NBRE-COMP AT 1350
                       MOVE SPACE TO W-ENTREE
                       ACCEPT W-ENTREE AT 2580
                   END-IF
       END-PERFORM.
       CLOSE PLAN-SEMAINE-IDX.

      ******************************************************************
       46500-RENOMMER-COMPOSANTES.
      *Fait suivre le renommage aux recettes qui emploient la recette
      *comme sous-recette: chaque ligne en portions ou en lots qui
      *portait l'ancien nom (sans egard a la casse) recoit le nouveau.
      *L'image anterieure de chaque recette touchee est archivee a
      *l'historique, comme pour la fusion des variantes d'orthographe.
       MOVE 0 TO W-REN-NBRE-COMP.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(W-REN-ANCIEN-NOM))
                                                   TO W-DEV-CIBLE-MAJ.
       MOVE 0 TO W-IND-FIN-FICHIER.
       OPEN I-O RECETTES-IDX.
       PERFORM UNTIL W-IND-FIN-FICHIER = 1
           READ RECETTES-IDX NEXT RECORD
           AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ
           IF W-IND-FIN-FICHIER = 0
               MOVE 0 TO W-UTL-DEJA
               PERFORM VARYING W-I FROM 1 BY 1
                       UNTIL W-I > RECETTE-NBRE-INGREDIENTS
                   MOVE FUNCTION UPPER-CASE(RCI-UNITE-MESURE(W-I))
                                                       TO W-DEV-UNITE
                   IF (W-DEV-UNITE = "POR" OR W-DEV-UNITE = "LOT")
                      AND FUNCTION UPPER-CASE(FUNCTION TRIM
                          (RCI-NOM(W-I))) = W-DEV-CIBLE-MAJ
                       MOVE 1 TO W-UTL-DEJA
                   END-IF
               END-PERFORM
               IF W-UTL-DEJA = 1
                   MOVE "MODIF RECETTE" TO W-HIST-ACTION
                   PERFORM 96000-ARCHIVER-VERSION
                   PERFORM VARYING W-I FROM 1 BY 1
                           UNTIL W-I > RECETTE-NBRE-INGREDIENTS
                       MOVE FUNCTION UPPER-CASE(RCI-UNITE-MESURE(W-I))
                                                       TO W-DEV-UNITE
                       IF (W-DEV-UNITE = "POR" OR W-DEV-UNITE = "LOT")
                          AND FUNCTION UPPER-CASE(FUNCTION TRIM
                              (RCI-NOM(W-I))) = W-DEV-CIBLE-MAJ
                           MOVE W-REN-NOUVEAU-NOM TO RCI-NOM(W-I)
                       END-IF
                   END-PERFORM
                   REWRITE RECETTE
                   ADD 1 TO W-REN-NBRE-COMP
                   MOVE "MODIF RECETTE" TO W-JOURNAL-ACTION
                   MOVE RECETTE-NOM TO W-JOURNAL-NOM
                   PERFORM 95000-JOURNALISER
               END-IF
           END-IF
       END-PERFORM.
       CLOSE RECETTES-IDX.

      ******************************************************************
       47000-FAISABLE-MAINTENANT.
      *Repond a "que peut-on cuisiner ce soir?": compare chaque
      *recette, mais chaque recette repart du stock complet). Les
      *manques sont gardes dans W-TABLE-CUISSON (nom, quantite
      *manquante, unite) pour l'ecran de detail, le meme que celui
      *des cuissons. Une sous-recette compte par ses ingredients
      *bruts.
       PERFORM 41000-DEVELOPPER-COMPOSANTES.
       PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > W-FAIS-NBRE-INV
           MOVE WFI-QTE(W-J) TO W-FAIS-RESTE(W-J)
       END-PERFORM.

      ******************************************************************
       26000-MENU-COUTS.
      *Menu des prix d'ingredients, du cout des recettes, du budget
      *alimentaire de la semaine et de l'import des tarifs recus des
      *fournisseurs.
       MOVE SPACE TO W-CHOIX-COUT.
       PERFORM UNTIL W-CHOIX-COUT = "8"
           DISPLAY FOND-ECRAN
           DISPLAY "Prix et cout des recettes" AT 0625
           DISPLAY "1) Saisir/corriger le prix d'un ingredient" AT 0825
           DISPLAY "2) Rapport de cout d'une recette" AT 0925
           DISPLAY "3) Lister les prix" AT 1025
           DISPLAY "4) Tendance des couts (dates passees)" AT 1125
           DISPLAY "5) Budget alimentaire d'une semaine" AT 1225
           DISPLAY "6) Cout reel, prevu et budget par semaine" AT 1325
           DISPLAY "7) Importer les tarifs des fournisseurs" AT 1425
           DISPLAY "8) Revenir au menu principal" AT 1525
           DISPLAY "Votre choix:" AT 1725
           MOVE SPACE TO W-CHOIX-COUT
           ACCEPT W-CHOIX-COUT AT 1738
           EVALUATE TRUE
               WHEN W-CHOIX-COUT = "1"
                   PERFORM 26100-PRIX-MAINTENIR
                   PERFORM 26300-PRIX-LISTER
               WHEN W-CHOIX-COUT = "4"
                   PERFORM 26400-RAPPORT-TENDANCE-COUT
               WHEN W-CHOIX-COUT = "5"
                   PERFORM 26700-BUDGET-MAINTENIR
               WHEN W-CHOIX-COUT = "6"
                   PERFORM 26800-RAPPORT-BUDGET
               WHEN W-CHOIX-COUT = "7"
                   PERFORM 26950-IMPORTER-TARIFS
               WHEN W-CHOIX-COUT <> "8"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
           END-EVALUATE
       CLOSE PRIX-IDX.
      *Conserver ce changement date a l'historique des prix: c'est ce
      *qui permet de recalculer le cout d'une recette a une date
      *passee.
       PERFORM 26600-HISTORISER-PRIX.
       DISPLAY FOND-ECRAN.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
      *Sous-recettes developpees; une sous-recette introuvable compte
      *comme un ingredient non chiffre.
           PERFORM 41000-DEVELOPPER-COMPOSANTES
           MOVE 0 TO W-COUT-TOTAL
           MOVE W-DEV-INTROUV TO W-NBRE-NON-CHIFFRES
           DISPLAY FOND-ECRAN
           MOVE "Rapport de cout      ENTREE -> Continuer" TO W-MSG
           DISPLAY W-MSG AT 2501
           DISPLAY "Recette:" AT 0305
           DISPLAY RECETTE-NOM AT 0314
           MOVE 5 TO W-NO-LIGNE
      *Developper une seule fois: les lignes des sous-recettes
      *introuvables sont retirees de RECETTE au premier passage.
           PERFORM 41000-DEVELOPPER-COMPOSANTES
           MOVE W-DEV-INTROUV TO W-TEND-INTROUV
           MOVE 1 TO W-TEND-DEVELOPPE
           PERFORM VARYING W-M FROM 1 BY 1
                   UNTIL W-M > W-TEND-NBRE-DATES
               PERFORM 26410-COUT-A-UNE-DATE
               DISPLAY W-NBRE-NON-CHIFFRES AT LINE W-NO-LIGNE COL 63
               ADD 1 TO W-NO-LIGNE
           END-PERFORM
           MOVE 0 TO W-TEND-DEVELOPPE
           IF W-TEND-NBRE-DATES = 0
               DISPLAY "Aucune date passee saisie" AT 0505
           END-IF
      *l'historique des prix. Memes regles que 26200-RAPPORT-COUT:
      *quantites ramenees a l'unite de base, ingredient sans prix (ou
      *dont le prix est dans une autre unite de base) non chiffre.
       MOVE W-TEND-DATES(W-M) TO W-TEND-DATE.
       PERFORM 26420-COUT-RECETTE-A-LA-DATE.

      ******************************************************************
       26420-COUT-RECETTE-A-LA-DATE.
      *Cout total et par portion de la recette en memoire dans RECETTE
      *au prix en vigueur a la date W-TEND-DATE. Sert a la tendance
      *des couts et au cout des repas du budget alimentaire. Les
      *sous-recettes sont developpees ici, sauf si 26400 l'a deja
      *fait pour toutes ses dates (W-TEND-DEVELOPPE a 1); une
      *sous-recette introuvable compte comme non chiffree.
       IF W-TEND-DEVELOPPE = 0
           PERFORM 41000-DEVELOPPER-COMPOSANTES
           MOVE W-DEV-INTROUV TO W-TEND-INTROUV
       END-IF.
       MOVE 0 TO W-COUT-TOTAL.
       MOVE W-TEND-INTROUV TO W-NBRE-NON-CHIFFRES.
       PERFORM VARYING W-I FROM 1 BY 1
               UNTIL W-I > RECETTE-NBRE-INGREDIENTS
           MOVE RCI-QUANTITE(W-I) TO W-CONV-QTE
       END-START.
       CLOSE PRIX-HISTO-IDX.

      ******************************************************************
       26600-HISTORISER-PRIX.
      *Ajoute a l'historique des prix, a la date du jour, le prix qui
      *vient d'etre ecrit dans PRIX-INGREDIENT (nom, unite de base et
      *prix unitaire). Deux changements le meme jour gardent le
      *dernier.
       OPEN I-O PRIX-HISTO-IDX.
       MOVE PRIX-NOM TO PHIST-NOM.
       MOVE FUNCTION CURRENT-DATE(1:8) TO PHIST-DATE.
       MOVE PRIX-UNITE TO PHIST-UNITE.
       MOVE PRIX-UNITAIRE TO PHIST-UNITAIRE.
       WRITE PRIX-HISTORIQUE
       INVALID KEY
           REWRITE PRIX-HISTORIQUE
       END-WRITE.
       CLOSE PRIX-HISTO-IDX.

      ******************************************************************
       24510-SAISIR-UNITE-INV-AJUST.
      *Meme validation d'unite que 24500-SAISIR-UNITE-INVENTAIRE, mais
       98000-MODE-BATCH.
      *Traitement de nuit: enchaine la verification des fichiers, la
      *reconciliation des noms d'ingredient, la sauvegarde datee,
      *l'export du catalogue, la reconstruction du sommaire, la
      *liste des lots perimes du garde-manger, si les regles de
      *conservation le demandent, la purge des vieilles versions, et
      *l'import des tarifs recus des fournisseurs, sans aucun ACCEPT.
      *Chaque etape ecrit ce qu'elle a fait (compteurs, anomalies,
      *noms de fichiers) dans le rapport d'execution, copie
      *ensuite vers son nom date. Le code retour est pose par la
      *ligne principale a partir de W-BATCH-ANOMALIES.
       MOVE 1 TO W-MODE-BATCH.
       PERFORM 98300-BATCH-SAUVEGARDER.
       PERFORM 98400-BATCH-CATALOGUE.
       PERFORM 98500-BATCH-SOMMAIRE.
       PERFORM 98600-BATCH-LOTS-PERIMES.
       PERFORM 98700-BATCH-CONSERVATION.
       PERFORM 98800-BATCH-TARIFS.
       MOVE SPACE TO LIGNE-RAPBATCH.
       WRITE LIGNE-RAPBATCH.
       MOVE SPACE TO LIGNE-RAPBATCH.
               IF W-IND-FIN-FICHIER = 0
                   PERFORM VARYING W-I FROM 1 BY 1
                           UNTIL W-I > RECETTE-NBRE-INGREDIENTS
      *Les lignes en portions ou en lots nomment une sous-recette.
                       MOVE FUNCTION UPPER-CASE(RCI-UNITE-MESURE(W-I))
                                                       TO W-DEV-UNITE
                       IF W-DEV-UNITE NOT = "POR"
                          AND W-DEV-UNITE NOT = "LOT"
                           MOVE RCI-NOM(W-I) TO W-ING-NOM
                           PERFORM 27600-CHERCHER-ING-MAITRE
                           IF W-ING-TROUVE = 0
                               PERFORM 27350-CUMULER-NOM-INCONNU
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
       MOVE W-SOM-NBRE TO W-BATCH-ED.
       MOVE W-BATCH-ED TO LIGNE-RAPBATCH(47:5).
       WRITE LIGNE-RAPBATCH.

      ******************************************************************
       48000-MENU-COMMANDES.
      *Menu des commandes aux fournisseurs: les bons generes a partir
      *de la liste d'epicerie (34800-ECRIRE-BONS-COMMANDE) sont
      *conserves au fichier des commandes. La reception ajoute au
      *garde-manger ce qui a vraiment ete livre et corrige le prix
      *courant quand la facture differe; le rapport des commandes
      *ouvertes signale celles dont la date prevue est depassee.
       MOVE SPACE TO W-CHOIX-COMMANDE.
       PERFORM UNTIL W-CHOIX-COMMANDE = "4"
           DISPLAY FOND-ECRAN
           DISPLAY "Commandes aux fournisseurs" AT 0625
           DISPLAY "1) Recevoir une commande" AT 0825
           DISPLAY "2) Commandes ouvertes et retards" AT 0925
           DISPLAY "3) Fermer une commande" AT 1025
           DISPLAY "4) Revenir au menu principal" AT 1125
           DISPLAY "Votre choix:" AT 1325
           MOVE SPACE TO W-CHOIX-COMMANDE
           ACCEPT W-CHOIX-COMMANDE AT 1338
           EVALUATE TRUE
               WHEN W-CHOIX-COMMANDE = "1"
                   PERFORM 48100-RECEVOIR-COMMANDE
               WHEN W-CHOIX-COMMANDE = "2"
                   PERFORM 48200-COMMANDES-OUVERTES
               WHEN W-CHOIX-COMMANDE = "3"
                   PERFORM 48300-FERMER-COMMANDE
               WHEN W-CHOIX-COMMANDE <> "4"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
           END-EVALUATE
       END-PERFORM.

      ******************************************************************
       48100-RECEVOIR-COMMANDE.
      *Reception d'une commande ouverte ou partiellement recue: pour
      *chaque ligne pas encore entierement recue, l'usager saisit la
      *quantite livree (ajoutee au garde-manger) et, s'il le faut, le
      *prix de la facture. Le statut de la commande est ensuite
      *recalcule: fermee quand toutes les lignes sont recues,
      *partielle des qu'une ligne a ete recue.
       DISPLAY FOND-ECRAN.
       DISPLAY "Numero de la commande:" AT 0505.
       MOVE 0 TO W-CMD-NUMERO.
       ACCEPT W-CMD-NUMERO AT 0528.
       MOVE 0 TO W-CMD-TROUVEE.
       OPEN I-O COMMANDES-IDX.
       MOVE W-CMD-NUMERO TO CMD-NUMERO.
       READ COMMANDES-IDX KEY IS CMD-NUMERO
       INVALID KEY
           MOVE "Commande introuvable" TO W-MSG
       NOT INVALID KEY
           IF CMD-FERMEE
               MOVE "Cette commande est deja fermee" TO W-MSG
           ELSE
               MOVE 1 TO W-CMD-TROUVEE
           END-IF
       END-READ.
       IF W-CMD-TROUVEE = 0
           CLOSE COMMANDES-IDX
           DISPLAY FOND-ECRAN
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
           MOVE 0 TO W-CMD-NBRE-RECUES
           MOVE 0 TO W-CMD-NBRE-SOLDEES
           MOVE 0 TO W-CMD-NBRE-ENTAMEES
           MOVE 0 TO W-CMD-NBRE-PRIX
           MOVE 0 TO W-CMD-NBRE-HORS-STOCK
           OPEN I-O COMMANDE-LIGNES-IDX
           MOVE CMD-NUMERO TO CML-NUMERO
           MOVE 0 TO CML-LIGNE
           MOVE 0 TO W-CMD-FIN
           START COMMANDE-LIGNES-IDX KEY IS NOT LESS THAN CML-CLE
           INVALID KEY
               MOVE 1 TO W-CMD-FIN
           END-START
           PERFORM UNTIL W-CMD-FIN = 1
               READ COMMANDE-LIGNES-IDX NEXT RECORD
               AT END MOVE 1 TO W-CMD-FIN
               END-READ
               IF W-CMD-FIN = 0
                   IF CML-NUMERO NOT = CMD-NUMERO
                       MOVE 1 TO W-CMD-FIN
                   ELSE
                       IF CML-QTE-RECUE < CML-QTE-COMMANDEE
                           PERFORM 48110-RECEVOIR-UNE-LIGNE
                       END-IF
                       IF CML-QTE-RECUE NOT < CML-QTE-COMMANDEE
                           ADD 1 TO W-CMD-NBRE-SOLDEES
                       END-IF
                       IF CML-QTE-RECUE > 0
                           ADD 1 TO W-CMD-NBRE-ENTAMEES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COMMANDE-LIGNES-IDX
           IF W-CMD-NBRE-SOLDEES NOT < CMD-NBRE-LIGNES
               MOVE "F" TO CMD-STATUT
           ELSE
               IF W-CMD-NBRE-ENTAMEES > 0
                   MOVE "P" TO CMD-STATUT
               ELSE
                   MOVE "O" TO CMD-STATUT
               END-IF
           END-IF
           IF W-CMD-NBRE-RECUES > 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO CMD-DATE-RECEPTION
           END-IF
           REWRITE COMMANDE-ENTETE
           CLOSE COMMANDES-IDX
           IF W-CMD-NBRE-RECUES > 0
               MOVE "RECEPTION" TO W-JOURNAL-ACTION
               MOVE SPACE TO W-JOURNAL-NOM
               STRING "COMMANDE " DELIMITED BY SIZE
                      CMD-NUMERO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CMD-FOURNISSEUR DELIMITED BY SIZE
                      INTO W-JOURNAL-NOM
               PERFORM 95000-JOURNALISER
           END-IF
           DISPLAY FOND-ECRAN
           MOVE "Reception enregistree" TO W-MSG
           DISPLAY W-MSG AT 2501
           DISPLAY "Lignes recues:" AT 0810
           DISPLAY W-CMD-NBRE-RECUES AT 0840
           DISPLAY "Prix courants mis a jour:" AT 0910
           DISPLAY W-CMD-NBRE-PRIX AT 0940
           DISPLAY "Statut de la commande:" AT 1010
           PERFORM 48900-LIBELLE-STATUT
           DISPLAY W-CMD-LIBELLE AT 1040
           IF W-CMD-NBRE-HORS-STOCK > 0
               DISPLAY "Lignes non ajoutees au stock (unite" AT 1210
               DISPLAY "differente au garde-manger):" AT 1310
               DISPLAY W-CMD-NBRE-HORS-STOCK AT 1340
           END-IF
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       48110-RECEVOIR-UNE-LIGNE.
      *Reception de la ligne de commande lue dans COMMANDE-LIGNE: la
      *quantite recue (dans l'unite de base de la ligne) est cumulee
      *sur la ligne et ajoutee au garde-manger; un prix facture saisi
      *passe par 48130-APPLIQUER-PRIX-FACTURE. Une ligne a zero est
      *laissee telle quelle (rien livre cette fois-ci).
       COMPUTE W-CMD-RESTE = CML-QTE-COMMANDEE - CML-QTE-RECUE.
       DISPLAY FOND-ECRAN.
       MOVE "Quantite recue puis ENTREE (0 si rien n'est arrive)"
                                                               TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Commande:" AT 0305.
       DISPLAY CMD-NUMERO AT 0315.
       DISPLAY "Fournisseur:" AT 0325.
       DISPLAY CMD-FOURNISSEUR AT 0338.
       DISPLAY "Ingredient:" AT 0505.
       DISPLAY CML-NOM AT 0517.
       DISPLAY "Quantite commandee:" AT 0705.
       DISPLAY CML-QTE-COMMANDEE AT 0725.
       DISPLAY CML-UNITE AT 0733.
       DISPLAY "Reste a recevoir:" AT 0805.
       DISPLAY W-CMD-RESTE AT 0825.
       DISPLAY CML-UNITE AT 0833.
       OPEN INPUT PRIX-IDX.
       MOVE CML-NOM TO PRIX-NOM.
       READ PRIX-IDX KEY IS PRIX-NOM
       INVALID KEY
           DISPLAY "Prix courant: aucun" AT 0905
       NOT INVALID KEY
           DISPLAY "Prix courant (par unite de base):" AT 0905
           MOVE PRIX-UNITAIRE TO W-PRIX-AFF
           DISPLAY W-PRIX-AFF AT 0939
           DISPLAY PRIX-UNITE AT 0949
       END-READ.
       CLOSE PRIX-IDX.
       DISPLAY "Quantite recue (meme unite):" AT 1105.
       MOVE 0 TO W-CMD-QTE-RECUE.
       ACCEPT W-CMD-QTE-RECUE AT 1134.
       IF W-CMD-QTE-RECUE > 0
           ADD W-CMD-QTE-RECUE TO CML-QTE-RECUE
           ON SIZE ERROR
               MOVE 9999999 TO CML-QTE-RECUE
           END-ADD
           REWRITE COMMANDE-LIGNE
           ADD 1 TO W-CMD-NBRE-RECUES
           MOVE 12 TO W-NO-LIGNE
           PERFORM 24650-SAISIR-PEREMPTION
           MOVE CML-NOM TO W-INV-NOM
           MOVE W-CMD-QTE-RECUE TO W-INV-QUANTITE
           MOVE CML-UNITE TO W-INV-UNITE
           PERFORM 48120-AJOUTER-AU-STOCK
           IF W-CMD-STOCK-AJOUTE = 0
               ADD 1 TO W-CMD-NBRE-HORS-STOCK
           END-IF
           DISPLAY "Prix facture en cents par kg, par l ou par unite x"
                                                               AT 1305
           DISPLAY "(0 si identique au prix courant):" AT 1405
           MOVE 0 TO W-CMD-PRIX-FACTURE
           ACCEPT W-CMD-PRIX-FACTURE AT 1440
      *Meme plafond que 26100-PRIX-MAINTENIR pour un prix a l'unite x.
           IF CML-UNITE = "x" OR "X"
               PERFORM UNTIL W-CMD-PRIX-FACTURE NOT > 99999
                   MOVE "Prix trop grand (maximum 99999 cents par x)"
                                                               TO W-MSG
                   DISPLAY W-MSG AT 2501
                   MOVE 0 TO W-CMD-PRIX-FACTURE
                   ACCEPT W-CMD-PRIX-FACTURE AT 1440
               END-PERFORM
           END-IF
           IF W-CMD-PRIX-FACTURE > 0
               PERFORM 48130-APPLIQUER-PRIX-FACTURE
           END-IF
       END-IF.

      ******************************************************************
       48120-AJOUTER-AU-STOCK.
      *Ajoute W-INV-QUANTITE (unite W-INV-UNITE) de W-INV-NOM au
      *garde-manger. L'article deja en stock est retrouve sans egard a
      *la casse, comme dans 25860-CONSOMMER-STOCK-CUISSON, et les deux
      *quantites sont ramenees a l'unite de base avant d'etre
      *additionnees (le stock touche est reecrit dans l'unite de
      *base). Un ingredient absent du stock y est cree. Si l'article
      *existe dans une unite de base differente (g contre x par
      *exemple), rien n'est ajoute et W-CMD-STOCK-AJOUTE reste a 0.
      *La quantite ajoutee forme un lot date du jour, avec le meilleur
      *avant deja saisi dans W-LOT-PEREMPTION, et entre au registre
      *des mouvements comme une reception.
       MOVE 0 TO W-CMD-STOCK-AJOUTE.
       MOVE W-INV-QUANTITE TO W-CONV-QTE.
       MOVE W-INV-UNITE TO W-CONV-UNITE.
       PERFORM 34500-NORMALISER-VERS-METRIQUE.
       MOVE W-CONV-QTE TO W-INV-QUANTITE.
       MOVE W-CONV-UNITE TO W-INV-UNITE.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(W-INV-NOM))
                                           TO W-RECH-MAJ.
       MOVE 0 TO W-TROUVE.
       MOVE 0 TO W-IND-FIN-FICHIER.
       OPEN I-O INVENTAIRE-IDX.
       PERFORM UNTIL W-IND-FIN-FICHIER = 1 OR W-TROUVE = 1
           READ INVENTAIRE-IDX NEXT RECORD
           AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ
           IF W-IND-FIN-FICHIER = 0
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(INV-NOM))
                                                       = W-RECH-MAJ
               MOVE 1 TO W-TROUVE
               MOVE INV-QUANTITE TO W-CONV-QTE
               MOVE INV-UNITE TO W-CONV-UNITE
               PERFORM 34500-NORMALISER-VERS-METRIQUE
               IF W-CONV-UNITE = W-INV-UNITE
                   ADD W-INV-QUANTITE TO W-CONV-QTE
                   ON SIZE ERROR
                       MOVE 9999999 TO W-CONV-QTE
                   END-ADD
                   MOVE W-CONV-QTE TO INV-QUANTITE
                   MOVE W-CONV-UNITE TO INV-UNITE
                   REWRITE INVENTAIRE
                   MOVE INV-NOM TO W-LOT-NOM
                   MOVE 1 TO W-CMD-STOCK-AJOUTE
               END-IF
           END-IF
       END-PERFORM.
       IF W-TROUVE = 0
           MOVE W-INV-NOM TO INV-NOM
           MOVE W-INV-QUANTITE TO INV-QUANTITE
           MOVE W-INV-UNITE TO INV-UNITE
           WRITE INVENTAIRE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE INV-NOM TO W-LOT-NOM
               MOVE 1 TO W-CMD-STOCK-AJOUTE
           END-WRITE
       END-IF.
       CLOSE INVENTAIRE-IDX.
       IF W-CMD-STOCK-AJOUTE = 1
           MOVE W-INV-QUANTITE TO W-LOT-QTE
           MOVE W-INV-UNITE TO W-LOT-UNITE
           PERFORM 24600-CREER-LOT
           MOVE W-LOT-NOM TO W-MVT-NOM
           MOVE "+" TO W-MVT-SENS
           MOVE W-INV-QUANTITE TO W-MVT-QTE
           MOVE W-INV-UNITE TO W-MVT-UNITE
           MOVE "R" TO W-MVT-RAISON
           PERFORM 24950-ECRIRE-MOUVEMENT
       END-IF.

      ******************************************************************
       48130-APPLIQUER-PRIX-FACTURE.
      *Convertit le prix facture (cents par kg, par l ou par unite x)
      *en dollars par unite de base, comme 26100-PRIX-MAINTENIR. S'il
      *differe du prix courant (ou s'il n'y a pas encore de prix), le
      *prix courant est mis a jour et l'entree datee est ajoutee a
      *l'historique des prix.
       IF CML-UNITE = "x" OR "X"
           COMPUTE W-CMD-PRIX-UNITAIRE = W-CMD-PRIX-FACTURE / 100
       ELSE
           COMPUTE W-CMD-PRIX-UNITAIRE = W-CMD-PRIX-FACTURE / 100000
       END-IF.
       OPEN I-O PRIX-IDX.
       MOVE CML-NOM TO PRIX-NOM.
       READ PRIX-IDX KEY IS PRIX-NOM
       INVALID KEY
           MOVE 0 TO W-PRIX-TROUVE
       NOT INVALID KEY
           MOVE 1 TO W-PRIX-TROUVE
       END-READ.
       IF W-PRIX-TROUVE = 0
          OR PRIX-UNITAIRE NOT = W-CMD-PRIX-UNITAIRE
          OR FUNCTION UPPER-CASE(PRIX-UNITE) NOT =
                               FUNCTION UPPER-CASE(CML-UNITE)
           MOVE CML-NOM TO PRIX-NOM
           MOVE CML-UNITE TO PRIX-UNITE
           MOVE W-CMD-PRIX-UNITAIRE TO PRIX-UNITAIRE
           IF W-PRIX-TROUVE = 1
               REWRITE PRIX-INGREDIENT
           ELSE
               WRITE PRIX-INGREDIENT
           END-IF
           CLOSE PRIX-IDX
           PERFORM 26600-HISTORISER-PRIX
           ADD 1 TO W-CMD-NBRE-PRIX
       ELSE
           CLOSE PRIX-IDX
       END-IF.

      ******************************************************************
       48200-COMMANDES-OUVERTES.
      *Rapport des commandes ouvertes ou partiellement recues, page par
      *page: numero, fournisseur, date de commande, date prevue et
      *statut. Une commande dont la date prevue est depassee est
      *signalee EN RETARD avec le nombre de jours de retard.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-CMD-DATE-JOUR.
       MOVE W-CMD-DATE-JOUR TO W-CMD-DATE-NUM.
       MOVE 0 TO W-CMD-NBRE-OUVERTES.
       MOVE 0 TO W-CMD-NBRE-RETARD.
       INITIALIZE W-ENTREE.
       DISPLAY FOND-ECRAN.
       MOVE "Commandes ouvertes" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Numero  Four.  Commande  Prevue    Statut" AT 0303.
       MOVE 0 TO W-IND-FIN-FICHIER.
       MOVE 5 TO W-NO-LIGNE.
       OPEN INPUT COMMANDES-IDX.
       PERFORM UNTIL W-IND-FIN-FICHIER = 1 OR W-ENTREE = "Q" OR "q"
           READ COMMANDES-IDX NEXT RECORD
           AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ
           IF W-IND-FIN-FICHIER = 0 AND NOT CMD-FERMEE
               ADD 1 TO W-CMD-NBRE-OUVERTES
               DISPLAY CMD-NUMERO AT LINE W-NO-LIGNE COL 03
               DISPLAY CMD-FOURNISSEUR AT LINE W-NO-LIGNE COL 11
               DISPLAY CMD-DATE AT LINE W-NO-LIGNE COL 18
               DISPLAY CMD-DATE-PREVUE AT LINE W-NO-LIGNE COL 28
               PERFORM 48900-LIBELLE-STATUT
               DISPLAY W-CMD-LIBELLE AT LINE W-NO-LIGNE COL 38
               IF CMD-DATE-PREVUE < W-CMD-DATE-JOUR
                   ADD 1 TO W-CMD-NBRE-RETARD
                   MOVE CMD-DATE-PREVUE TO W-PLAN-DATE-NUM
                   COMPUTE W-CMD-JOURS-RETARD =
                           FUNCTION INTEGER-OF-DATE(W-CMD-DATE-NUM)
                         - FUNCTION INTEGER-OF-DATE(W-PLAN-DATE-NUM)
                   DISPLAY "EN RETARD" AT LINE W-NO-LIGNE COL 50
                   DISPLAY W-CMD-JOURS-RETARD AT LINE W-NO-LIGNE COL 60
                   DISPLAY "jours" AT LINE W-NO-LIGNE COL 65
               END-IF
               ADD 1 TO W-NO-LIGNE
               IF W-NO-LIGNE > 22
                   MOVE "ENTREE -> Page suivante   Q -> Quitter"
                                                               TO W-MSG
                   DISPLAY W-MSG AT 2501
                   MOVE SPACE TO W-ENTREE
                   ACCEPT W-ENTREE AT 2580
                   IF W-ENTREE <> "Q" AND "q"
                       DISPLAY FOND-ECRAN
                       DISPLAY W-MSG AT 2501
                       DISPLAY
                           "Numero  Four.  Commande  Prevue    Statut"
                                                               AT 0303
                       MOVE 5 TO W-NO-LIGNE
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE COMMANDES-IDX.
       IF W-ENTREE <> "Q" AND "q"
           ADD 1 TO W-NO-LIGNE
           DISPLAY "Commandes ouvertes:" AT LINE W-NO-LIGNE COL 03
           DISPLAY W-CMD-NBRE-OUVERTES AT LINE W-NO-LIGNE COL 23
           DISPLAY "En retard:" AT LINE W-NO-LIGNE COL 30
           DISPLAY W-CMD-NBRE-RETARD AT LINE W-NO-LIGNE COL 41
           MOVE "Fin des commandes. Appuyer sur ENTREE." TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       48300-FERMER-COMMANDE.
      *Ferme a la main une commande dont le reste ne sera pas livre
      *(rupture chez le fournisseur par exemple), pour qu'elle ne
      *paraisse plus au rapport des commandes ouvertes.
       DISPLAY FOND-ECRAN.
       DISPLAY "Numero de la commande:" AT 0505.
       MOVE 0 TO W-CMD-NUMERO.
       ACCEPT W-CMD-NUMERO AT 0528.
       OPEN I-O COMMANDES-IDX.
       MOVE W-CMD-NUMERO TO CMD-NUMERO.
       READ COMMANDES-IDX KEY IS CMD-NUMERO
       INVALID KEY
           MOVE "Commande introuvable" TO W-MSG
       NOT INVALID KEY
           IF CMD-FERMEE
               MOVE "Cette commande est deja fermee" TO W-MSG
           ELSE
               DISPLAY "Fournisseur:" AT 0705
               DISPLAY CMD-FOURNISSEUR AT 0718
               DISPLAY "Date prevue:" AT 0805
               DISPLAY CMD-DATE-PREVUE AT 0818
               DISPLAY "Statut:" AT 0905
               PERFORM 48900-LIBELLE-STATUT
               DISPLAY W-CMD-LIBELLE AT 0918
               DISPLAY "Fermer cette commande? O/N" AT 1105
               MOVE SPACE TO W-ENTREE
               PERFORM UNTIL W-ENTREE = "O" OR "o" OR "N" OR "n"
                   MOVE SPACE TO W-ENTREE
                   ACCEPT W-ENTREE AT 1132
               END-PERFORM
               IF W-ENTREE = "O" OR "o"
                   MOVE "F" TO CMD-STATUT
                   REWRITE COMMANDE-ENTETE
                   MOVE "FERME COMMANDE" TO W-JOURNAL-ACTION
                   MOVE SPACE TO W-JOURNAL-NOM
                   STRING "COMMANDE " DELIMITED BY SIZE
                          CMD-NUMERO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CMD-FOURNISSEUR DELIMITED BY SIZE
                          INTO W-JOURNAL-NOM
                   PERFORM 95000-JOURNALISER
                   MOVE "Commande fermee" TO W-MSG
               ELSE
                   MOVE "Fermeture annulee" TO W-MSG
               END-IF
           END-IF
       END-READ.
       CLOSE COMMANDES-IDX.
       DISPLAY FOND-ECRAN.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       48400-PROCHAIN-NO-COMMANDE.
      *Trouve le numero de la prochaine commande: le plus grand numero
      *deja au fichier des commandes plus 1 (1 si le fichier est vide).
       MOVE 0 TO W-CMD-PROCHAIN.
       MOVE 0 TO W-CMD-FIN.
       OPEN INPUT COMMANDES-IDX.
       PERFORM UNTIL W-CMD-FIN = 1
           READ COMMANDES-IDX NEXT RECORD
           AT END MOVE 1 TO W-CMD-FIN
           END-READ
           IF W-CMD-FIN = 0
               MOVE CMD-NUMERO TO W-CMD-PROCHAIN
           END-IF
       END-PERFORM.
       CLOSE COMMANDES-IDX.
       ADD 1 TO W-CMD-PROCHAIN.

      ******************************************************************
       48900-LIBELLE-STATUT.
      *Libelle du statut de la commande lue dans COMMANDE-ENTETE.
       EVALUATE TRUE
           WHEN CMD-OUVERTE
               MOVE "ouverte" TO W-CMD-LIBELLE
           WHEN CMD-PARTIELLE
               MOVE "partielle" TO W-CMD-LIBELLE
           WHEN CMD-FERMEE
               MOVE "fermee" TO W-CMD-LIBELLE
           WHEN OTHER
               MOVE "?" TO W-CMD-LIBELLE
       END-EVALUATE.

      ******************************************************************
       24600-CREER-LOT.
      *Cree un lot de W-LOT-QTE (unite W-LOT-UNITE, ramenee a l'unite
      *de base par 34500-NORMALISER-VERS-METRIQUE) pour l'ingredient
      *W-LOT-NOM, recu aujourd'hui, meilleur avant W-LOT-PEREMPTION.
      *Plusieurs lots du meme ingredient recus le meme jour prennent
      *les numeros d'ordre suivants.
       IF W-LOT-QTE > 0
           MOVE W-LOT-QTE TO W-CONV-QTE
           MOVE W-LOT-UNITE TO W-CONV-UNITE
           PERFORM 34500-NORMALISER-VERS-METRIQUE
           OPEN I-O LOTS-IDX
           MOVE W-LOT-NOM TO LOT-NOM
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOT-DATE-RECEPTION
           MOVE W-LOT-PEREMPTION TO LOT-DATE-PEREMPTION
           MOVE W-CONV-QTE TO LOT-QUANTITE
           MOVE W-CONV-UNITE TO LOT-UNITE
           MOVE 0 TO W-LOT-ECRIT
           PERFORM VARYING LOT-SEQUENCE FROM 1 BY 1
                   UNTIL W-LOT-ECRIT = 1 OR LOT-SEQUENCE > 98
               WRITE LOT-INVENTAIRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO W-LOT-ECRIT
               END-WRITE
           END-PERFORM
           CLOSE LOTS-IDX
       END-IF.

      ******************************************************************
       24650-SAISIR-PEREMPTION.
      *Saisit la date de meilleur avant d'un lot dans
      *W-LOT-PEREMPTION, sur la ligne W-NO-LIGNE de l'ecran appelant.
      *Une date a blanc veut dire sans date (conserve, sel, etc.); une
      *date saisie doit etre valide au calendrier.
       DISPLAY "Meilleur avant (AAAAMMJJ, vide si aucun):"
                                           AT LINE W-NO-LIGNE COL 05.
       MOVE SPACE TO W-LOT-PEREMPTION.
       ACCEPT W-LOT-PEREMPTION AT LINE W-NO-LIGNE COL 47.
       MOVE 1 TO W-PLAN-ENTIER.
       IF W-LOT-PEREMPTION NOT = SPACE
           MOVE W-LOT-PEREMPTION TO W-PLAN-DATE
           PERFORM 25400-VALIDER-DATE-PLAN
       END-IF.
       PERFORM UNTIL W-PLAN-ENTIER > 0
           MOVE "Date invalide (format AAAAMMJJ)" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-LOT-PEREMPTION
           ACCEPT W-LOT-PEREMPTION AT LINE W-NO-LIGNE COL 47
           MOVE 1 TO W-PLAN-ENTIER
           IF W-LOT-PEREMPTION NOT = SPACE
               MOVE W-LOT-PEREMPTION TO W-PLAN-DATE
               PERFORM 25400-VALIDER-DATE-PLAN
           END-IF
       END-PERFORM.

      ******************************************************************
       24660-AJUSTER-LOTS.
      *Reporte sur les lots de W-LOT-NOM un ajustement du stock: avant
      *W-LOT-AVANT (unite de base W-LOT-UNITE), apres W-LOT-APRES
      *(unite de base W-LOT-UNITE-APRES). Une baisse est retiree des
      *lots les plus anciens, une hausse forme un lot date du jour.
      *Si l'unite de base a change, les anciens lots ne veulent plus
      *rien dire: ils sont vides et le nouveau stock forme un lot.
      *Chaque ecart est aussi ecrit au registre des mouvements avec le
      *motif deja place dans W-MVT-RAISON.
       MOVE W-LOT-NOM TO W-MVT-NOM.
       IF W-LOT-UNITE = W-LOT-UNITE-APRES
           IF W-LOT-APRES < W-LOT-AVANT
               COMPUTE W-LOT-A-DEDUIRE = W-LOT-AVANT - W-LOT-APRES
               MOVE "-" TO W-MVT-SENS
               MOVE W-LOT-A-DEDUIRE TO W-MVT-QTE
               MOVE W-LOT-UNITE TO W-MVT-UNITE
               PERFORM 24700-CONSOMMER-LOTS
               PERFORM 24950-ECRIRE-MOUVEMENT
           END-IF
           IF W-LOT-APRES > W-LOT-AVANT
               COMPUTE W-LOT-QTE = W-LOT-APRES - W-LOT-AVANT
               MOVE "+" TO W-MVT-SENS
               MOVE W-LOT-QTE TO W-MVT-QTE
               MOVE W-LOT-UNITE TO W-MVT-UNITE
               PERFORM 24600-CREER-LOT
               PERFORM 24950-ECRIRE-MOUVEMENT
           END-IF
       ELSE
           MOVE W-LOT-AVANT TO W-LOT-A-DEDUIRE
           MOVE "-" TO W-MVT-SENS
           MOVE W-LOT-AVANT TO W-MVT-QTE
           MOVE W-LOT-UNITE TO W-MVT-UNITE
           PERFORM 24700-CONSOMMER-LOTS
           PERFORM 24950-ECRIRE-MOUVEMENT
           MOVE W-LOT-APRES TO W-LOT-QTE
           MOVE W-LOT-UNITE-APRES TO W-LOT-UNITE
           MOVE "+" TO W-MVT-SENS
           MOVE W-LOT-APRES TO W-MVT-QTE
           MOVE W-LOT-UNITE-APRES TO W-MVT-UNITE
           PERFORM 24600-CREER-LOT
           PERFORM 24950-ECRIRE-MOUVEMENT
       END-IF.

      ******************************************************************
       24700-CONSOMMER-LOTS.
      *Retire W-LOT-A-DEDUIRE (unite de base W-LOT-UNITE) des lots de
      *W-LOT-NOM, du plus ancien au plus recent (ordre de la cle). Un
      *lot vide est supprime. S'il ne reste pas assez de lots (stock
      *saisi avant les lots), le reste de la deduction est ignore: il
      *porte sur du stock sans lot.
       MOVE 0 TO W-LOT-FIN.
       OPEN I-O LOTS-IDX.
       MOVE W-LOT-NOM TO LOT-NOM.
       MOVE LOW-VALUE TO LOT-DATE-RECEPTION.
       MOVE 0 TO LOT-SEQUENCE.
       START LOTS-IDX KEY IS NOT LESS THAN LOT-CLE
       INVALID KEY
           MOVE 1 TO W-LOT-FIN
       END-START.
       PERFORM UNTIL W-LOT-FIN = 1 OR W-LOT-A-DEDUIRE = 0
           READ LOTS-IDX NEXT RECORD
           AT END MOVE 1 TO W-LOT-FIN
           END-READ
           IF W-LOT-FIN = 0
               IF LOT-NOM NOT = W-LOT-NOM
                   MOVE 1 TO W-LOT-FIN
               ELSE
                   IF FUNCTION UPPER-CASE(LOT-UNITE) =
                                   FUNCTION UPPER-CASE(W-LOT-UNITE)
                       IF LOT-QUANTITE > W-LOT-A-DEDUIRE
                           SUBTRACT W-LOT-A-DEDUIRE FROM LOT-QUANTITE
                           MOVE 0 TO W-LOT-A-DEDUIRE
                           REWRITE LOT-INVENTAIRE
                       ELSE
                           SUBTRACT LOT-QUANTITE FROM W-LOT-A-DEDUIRE
                           DELETE LOTS-IDX RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE LOTS-IDX.

      ******************************************************************
       24800-LISTER-LOTS.
      *Affiche les lots du garde-manger, page par page, par ingredient
      *et du plus ancien au plus recent: date de reception, meilleur
      *avant (PERIME quand la date est passee), quantite et unite.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-LOT-DATE-JOUR.
       INITIALIZE W-ENTREE.
       DISPLAY FOND-ECRAN.
       MOVE "Lots du garde-manger" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Recu le   Meilleur avant      Quantite Unite Ingredient"
                                                               AT 0303.
       MOVE 0 TO W-LOT-FIN.
       MOVE 5 TO W-NO-LIGNE.
       OPEN INPUT LOTS-IDX.
       PERFORM UNTIL W-LOT-FIN = 1 OR W-ENTREE = "Q" OR "q"
           READ LOTS-IDX NEXT RECORD
           AT END MOVE 1 TO W-LOT-FIN
           END-READ
           IF W-LOT-FIN = 0
               DISPLAY LOT-DATE-RECEPTION AT LINE W-NO-LIGNE COL 03
               DISPLAY LOT-DATE-PEREMPTION AT LINE W-NO-LIGNE COL 13
               IF LOT-DATE-PEREMPTION NOT = SPACE
                  AND LOT-DATE-PEREMPTION < W-LOT-DATE-JOUR
                   DISPLAY "PERIME" AT LINE W-NO-LIGNE COL 22
               END-IF
               DISPLAY LOT-QUANTITE AT LINE W-NO-LIGNE COL 31
               DISPLAY LOT-UNITE AT LINE W-NO-LIGNE COL 40
               DISPLAY LOT-NOM AT LINE W-NO-LIGNE COL 46
               ADD 1 TO W-NO-LIGNE
               IF W-NO-LIGNE > 23
                   MOVE "ENTREE -> Page suivante   Q -> Quitter"
                                                               TO W-MSG
                   DISPLAY W-MSG AT 2501
                   MOVE SPACE TO W-ENTREE
                   ACCEPT W-ENTREE AT 2580
                   IF W-ENTREE <> "Q" AND "q"
                       DISPLAY FOND-ECRAN
                       DISPLAY W-MSG AT 2501
                       DISPLAY
               "Recu le   Meilleur avant      Quantite Unite Ingredient"
                                                               AT 0303
                       MOVE 5 TO W-NO-LIGNE
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE LOTS-IDX.
       IF W-ENTREE <> "Q" AND "q"
           MOVE "Fin des lots. Appuyer sur ENTREE." TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       24900-RAPPORT-A-UTILISER.
      *Rapport "a utiliser bientot": les lots dont le meilleur avant
      *tombe dans les N prochains jours (ou est deja passe), du plus
      *presse au moins presse, chacun suivi des recettes qui utilisent
      *l'ingredient, pour choisir quoi cuisiner avant de jeter. Le
      *rapport va dans A_UTILISER_BIENTOT.TXT, comme les autres
      *rapports textes.
       DISPLAY FOND-ECRAN.
       DISPLAY "Lots dont le meilleur avant tombe dans les" AT 0505.
       DISPLAY "prochains jours (nombre de jours):" AT 0605.
       MOVE 0 TO W-LOT-JOURS.
       ACCEPT W-LOT-JOURS AT 0640.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-LOT-DATE-JOUR.
       MOVE W-LOT-DATE-JOUR TO W-LOT-AUJOURDHUI.
       COMPUTE W-LOT-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(W-LOT-AUJOURDHUI)
                + W-LOT-JOURS).
       MOVE W-LOT-DATE-NUM TO W-LOT-LIMITE.
       MOVE 0 TO W-LOT-NBRE.
       MOVE 0 TO W-LOT-NBRE-PERIMES.
       MOVE 0 TO W-LOT-TRONQUE.
       MOVE 0 TO W-LOT-FIN.
       OPEN INPUT LOTS-IDX.
       PERFORM UNTIL W-LOT-FIN = 1
           READ LOTS-IDX NEXT RECORD
           AT END MOVE 1 TO W-LOT-FIN
           END-READ
           IF W-LOT-FIN = 0
              AND LOT-DATE-PEREMPTION NOT = SPACE
              AND LOT-DATE-PEREMPTION NOT > W-LOT-LIMITE
              AND LOT-QUANTITE > 0
               IF W-LOT-NBRE < 200
                   ADD 1 TO W-LOT-NBRE
                   MOVE LOT-NOM TO WL-NOM(W-LOT-NBRE)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LOT-NOM))
                                           TO WL-NOM-MAJ(W-LOT-NBRE)
                   MOVE LOT-DATE-RECEPTION TO WL-RECEPTION(W-LOT-NBRE)
                   MOVE LOT-DATE-PEREMPTION
                                           TO WL-PEREMPTION(W-LOT-NBRE)
                   MOVE LOT-QUANTITE TO WL-QTE(W-LOT-NBRE)
                   MOVE LOT-UNITE TO WL-UNITE(W-LOT-NBRE)
               ELSE
                   MOVE 1 TO W-LOT-TRONQUE
               END-IF
           END-IF
       END-PERFORM.
       CLOSE LOTS-IDX.
       IF W-LOT-NBRE = 0
           DISPLAY FOND-ECRAN
           MOVE "Aucun lot a utiliser dans ce delai" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
      *Tri a bulles par date de meilleur avant.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I >= W-LOT-NBRE
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-LOT-NBRE - W-I
                   IF WL-PEREMPTION(W-J) > WL-PEREMPTION(W-J + 1)
                       MOVE W-TABLE-LOTS(W-J) TO W-LOT-SWAP
                       MOVE W-TABLE-LOTS(W-J + 1) TO W-TABLE-LOTS(W-J)
                       MOVE W-LOT-SWAP TO W-TABLE-LOTS(W-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 24910-ECRIRE-RAPPORT-A-UTILISER
           DISPLAY FOND-ECRAN
           MOVE "Rapport ecrit dans A_UTILISER_BIENTOT.TXT" TO W-MSG
           DISPLAY W-MSG AT 2501
           DISPLAY "Lots a utiliser:" AT 1010
           DISPLAY W-LOT-NBRE AT 1030
           DISPLAY "dont perimes:" AT 1110
           DISPLAY W-LOT-NBRE-PERIMES AT 1130
           IF W-LOT-TRONQUE = 1
               DISPLAY "Liste TRONQUEE a 200 lots" AT 1310
           END-IF
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       24910-ECRIRE-RAPPORT-A-UTILISER.
      *Ecrit A_UTILISER_BIENTOT.TXT a partir de W-TABLE-LOTS deja
      *triee: une ligne par lot (PERIME, ou le nombre de jours qui
      *restent), puis les recettes qui utilisent l'ingredient.
       OPEN OUTPUT RAPPORT-LOTS-FIC.
       MOVE SPACE TO LIGNE-RAPLOTS.
       MOVE "LOTS A UTILISER BIENTOT" TO LIGNE-RAPLOTS(1:23).
       WRITE LIGNE-RAPLOTS.
       MOVE SPACE TO LIGNE-RAPLOTS.
       MOVE "Date:" TO LIGNE-RAPLOTS(1:5).
       MOVE W-LOT-DATE-JOUR TO LIGNE-RAPLOTS(7:8).
       MOVE "Meilleur avant au plus tard le" TO LIGNE-RAPLOTS(17:30).
       MOVE W-LOT-LIMITE TO LIGNE-RAPLOTS(48:8).
       WRITE LIGNE-RAPLOTS.
       MOVE SPACE TO LIGNE-RAPLOTS.
       WRITE LIGNE-RAPLOTS.
       MOVE SPACE TO LIGNE-RAPLOTS.
       MOVE "Meil.av." TO LIGNE-RAPLOTS(1:8).
       MOVE "Reste" TO LIGNE-RAPLOTS(11:5).
       MOVE "Quantite" TO LIGNE-RAPLOTS(23:8).
       MOVE "Ingredient" TO LIGNE-RAPLOTS(37:10).
       WRITE LIGNE-RAPLOTS.
       OPEN INPUT RECETTES-IDX.
       PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-LOT-NBRE
           MOVE SPACE TO LIGNE-RAPLOTS
           MOVE WL-PEREMPTION(W-I) TO LIGNE-RAPLOTS(1:8)
           IF WL-PEREMPTION(W-I) < W-LOT-DATE-JOUR
               MOVE "PERIME" TO LIGNE-RAPLOTS(11:6)
               ADD 1 TO W-LOT-NBRE-PERIMES
           ELSE
               MOVE WL-PEREMPTION(W-I) TO W-LOT-DATE-NUM
               COMPUTE W-LOT-JOURS-RESTE =
                       FUNCTION INTEGER-OF-DATE(W-LOT-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(W-LOT-AUJOURDHUI)
               MOVE W-LOT-JOURS-RESTE TO W-BATCH-ED
               MOVE W-BATCH-ED TO LIGNE-RAPLOTS(11:5)
               MOVE "j" TO LIGNE-RAPLOTS(17:1)
           END-IF
           MOVE WL-QTE(W-I) TO LIGNE-RAPLOTS(23:7)
           MOVE WL-UNITE(W-I) TO LIGNE-RAPLOTS(31:3)
           MOVE WL-NOM(W-I) TO LIGNE-RAPLOTS(37:30)
           WRITE LIGNE-RAPLOTS
           PERFORM 24920-RECETTES-DU-LOT
           MOVE SPACE TO LIGNE-RAPLOTS
           WRITE LIGNE-RAPLOTS
       END-PERFORM.
       CLOSE RECETTES-IDX.
       MOVE SPACE TO LIGNE-RAPLOTS.
       MOVE "Lots a utiliser:" TO LIGNE-RAPLOTS(1:16).
       MOVE W-LOT-NBRE TO W-BATCH-ED.
       MOVE W-BATCH-ED TO LIGNE-RAPLOTS(18:5).
       MOVE "dont perimes:" TO LIGNE-RAPLOTS(26:13).
       MOVE W-LOT-NBRE-PERIMES TO W-BATCH-ED.
       MOVE W-BATCH-ED TO LIGNE-RAPLOTS(40:5).
       IF W-LOT-TRONQUE = 1
           MOVE "TRONQUE A 200" TO LIGNE-RAPLOTS(50:13)
       END-IF.
       WRITE LIGNE-RAPLOTS.
       CLOSE RAPPORT-LOTS-FIC.

      ******************************************************************
       24920-RECETTES-DU-LOT.
      *Ecrit sous le lot W-I les recettes dont une ligne d'ingredient
      *porte le meme nom (sans egard a la casse), en relisant
      *RECETTES.DAT du debut (deja ouvert par l'appelant).
       MOVE 0 TO W-LOT-NBRE-RECETTES.
       MOVE 0 TO W-IND-FIN-FICHIER.
       MOVE LOW-VALUE TO RECETTE-NOM.
       START RECETTES-IDX KEY IS NOT LESS THAN RECETTE-NOM
       INVALID KEY
           MOVE 1 TO W-IND-FIN-FICHIER
       END-START.
       PERFORM UNTIL W-IND-FIN-FICHIER = 1
           READ RECETTES-IDX NEXT RECORD INTO RECETTE
           AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ
           IF W-IND-FIN-FICHIER = 0
               MOVE 0 TO W-TROUVE
               PERFORM VARYING W-J FROM 1 BY 1
                       UNTIL W-J > RECETTE-NBRE-INGREDIENTS
                          OR W-TROUVE = 1
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(RCI-NOM(W-J)))
                                                   = WL-NOM-MAJ(W-I)
                       MOVE 1 TO W-TROUVE
                   END-IF
               END-PERFORM
               IF W-TROUVE = 1
                   ADD 1 TO W-LOT-NBRE-RECETTES
                   MOVE SPACE TO LIGNE-RAPLOTS
                   MOVE "recette:" TO LIGNE-RAPLOTS(7:8)
                   MOVE RECETTE-NOM TO LIGNE-RAPLOTS(16:50)
                   WRITE LIGNE-RAPLOTS
               END-IF
           END-IF
       END-PERFORM.
       IF W-LOT-NBRE-RECETTES = 0
           MOVE SPACE TO LIGNE-RAPLOTS
           MOVE "(aucune recette n'utilise cet ingredient)"
                                               TO LIGNE-RAPLOTS(7:41)
           WRITE LIGNE-RAPLOTS
       END-IF.

      ******************************************************************
       98600-BATCH-LOTS-PERIMES.
      *Etape 6 du mode nuit: liste au rapport d'execution les lots du
      *garde-manger dont le meilleur avant est passe, avec la quantite
      *qui reste. Un lot perime n'est pas une anomalie des fichiers et
      *ne change pas le code retour.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-LOT-DATE-JOUR.
       MOVE 0 TO W-LOT-NBRE-PERIMES.
       MOVE SPACE TO LIGNE-RAPBATCH.
       MOVE "Lots perimes au garde-manger:" TO LIGNE-RAPBATCH(1:29).
       WRITE LIGNE-RAPBATCH.
       MOVE 0 TO W-LOT-FIN.
       OPEN INPUT LOTS-IDX.
       PERFORM UNTIL W-LOT-FIN = 1
           READ LOTS-IDX NEXT RECORD
           AT END MOVE 1 TO W-LOT-FIN
           END-READ
           IF W-LOT-FIN = 0
              AND LOT-DATE-PEREMPTION NOT = SPACE
              AND LOT-DATE-PEREMPTION < W-LOT-DATE-JOUR
              AND LOT-QUANTITE > 0
               ADD 1 TO W-LOT-NBRE-PERIMES
               MOVE SPACE TO LIGNE-RAPBATCH
               MOVE LOT-DATE-PEREMPTION TO LIGNE-RAPBATCH(3:8)
               MOVE LOT-QUANTITE TO LIGNE-RAPBATCH(13:7)
               MOVE LOT-UNITE TO LIGNE-RAPBATCH(21:3)
               MOVE LOT-NOM TO LIGNE-RAPBATCH(25:30)
               MOVE "recu le" TO LIGNE-RAPBATCH(56:7)
               MOVE LOT-DATE-RECEPTION TO LIGNE-RAPBATCH(64:8)
               WRITE LIGNE-RAPBATCH
           END-IF
       END-PERFORM.
       CLOSE LOTS-IDX.
       MOVE SPACE TO LIGNE-RAPBATCH.
       MOVE "  Lots perimes:" TO LIGNE-RAPBATCH(1:15).
       MOVE W-LOT-NBRE-PERIMES TO W-BATCH-ED.
       MOVE W-BATCH-ED TO LIGNE-RAPBATCH(17:5).
       WRITE LIGNE-RAPBATCH.

      ******************************************************************
       24950-ECRIRE-MOUVEMENT.
      *Ajoute une ligne au registre des mouvements du garde-manger:
      *W-MVT-NOM, W-MVT-SENS (+ ou -), W-MVT-QTE dans l'unite
      *W-MVT-UNITE (ramenee a l'unite de base) et le motif
      *W-MVT-RAISON, avec la date, l'heure et l'usager. Un mouvement
      *nul n'est pas ecrit.
       IF W-MVT-QTE > 0
           MOVE W-MVT-QTE TO W-CONV-QTE
           MOVE W-MVT-UNITE TO W-CONV-UNITE
           PERFORM 34500-NORMALISER-VERS-METRIQUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MVT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO MVT-HEURE
           MOVE W-UTILISATEUR TO MVT-UTILISATEUR
           MOVE W-MVT-NOM TO MVT-NOM
           MOVE W-MVT-SENS TO MVT-SENS
           MOVE W-CONV-QTE TO MVT-QUANTITE
           MOVE W-CONV-UNITE TO MVT-UNITE
           MOVE W-MVT-RAISON TO MVT-RAISON
           OPEN EXTEND MOUVEMENTS-FIC
           WRITE MOUVEMENT-STOCK
           CLOSE MOUVEMENTS-FIC
       END-IF.

      ******************************************************************
       49000-MENU-DECOMPTE.
      *Menu du decompte physique du garde-manger et des rapports tires
      *du registre des mouvements: feuille de decompte a imprimer,
      *saisie du decompte, ecarts entre le stock attendu et le stock
      *compte, et mouvements du mois par motif (pertes en tete).
       MOVE SPACE TO W-CHOIX-DECOMPTE.
       PERFORM UNTIL W-CHOIX-DECOMPTE = "5"
           DISPLAY FOND-ECRAN
           DISPLAY "Decompte, ecarts et pertes" AT 0625
           DISPLAY "1) Imprimer la feuille de decompte" AT 0825
           DISPLAY "2) Saisir un decompte" AT 0925
           DISPLAY "3) Rapport des ecarts d'un decompte" AT 1025
           DISPLAY "4) Pertes et mouvements du mois par motif" AT 1125
           DISPLAY "5) Revenir a l'inventaire" AT 1225
           DISPLAY "Votre choix:" AT 1425
           MOVE SPACE TO W-CHOIX-DECOMPTE
           ACCEPT W-CHOIX-DECOMPTE AT 1438
           EVALUATE TRUE
               WHEN W-CHOIX-DECOMPTE = "1"
                   PERFORM 49100-FEUILLE-DECOMPTE
               WHEN W-CHOIX-DECOMPTE = "2"
                   PERFORM 49200-SAISIR-DECOMPTE
               WHEN W-CHOIX-DECOMPTE = "3"
                   PERFORM 49300-RAPPORT-ECARTS
               WHEN W-CHOIX-DECOMPTE = "4"
                   PERFORM 49400-MOUVEMENTS-DU-MOIS
               WHEN W-CHOIX-DECOMPTE <> "5"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
           END-EVALUATE
       END-PERFORM.

      ******************************************************************
       49100-FEUILLE-DECOMPTE.
      *Ecrit FEUILLE_DECOMPTE.TXT: un article de l'inventaire par
      *ligne, dans l'unite de base, avec une case a remplir. Le stock
      *attendu n'est pas imprime, pour que le compte soit fait a
      *l'aveugle; c'est le rapport des ecarts qui le compare.
       MOVE 0 TO W-DEC-NBRE.
       MOVE 0 TO W-IND-FIN-FICHIER.
       OPEN INPUT INVENTAIRE-IDX.
       OPEN OUTPUT FEUILLE-DECOMPTE-FIC.
       MOVE SPACE TO LIGNE-FEUILLE.
       MOVE "FEUILLE DE DECOMPTE DU GARDE-MANGER"
                                           TO LIGNE-FEUILLE(1:35).
       WRITE LIGNE-FEUILLE.
       MOVE SPACE TO LIGNE-FEUILLE.
       MOVE "Imprimee le:" TO LIGNE-FEUILLE(1:12).
       MOVE FUNCTION CURRENT-DATE(1:8) TO LIGNE-FEUILLE(14:8).
       MOVE "Compte par: ______________" TO LIGNE-FEUILLE(30:26).
       WRITE LIGNE-FEUILLE.
       MOVE SPACE TO LIGNE-FEUILLE.
       WRITE LIGNE-FEUILLE.
       MOVE SPACE TO LIGNE-FEUILLE.
       MOVE "Ingredient" TO LIGNE-FEUILLE(1:10).
       MOVE "Unite" TO LIGNE-FEUILLE(33:5).
       MOVE "Quantite comptee" TO LIGNE-FEUILLE(40:16).
       WRITE LIGNE-FEUILLE.
       PERFORM UNTIL W-IND-FIN-FICHIER = 1
           READ INVENTAIRE-IDX NEXT RECORD
           AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ
           IF W-IND-FIN-FICHIER = 0
               ADD 1 TO W-DEC-NBRE
               MOVE INV-QUANTITE TO W-CONV-QTE
               MOVE INV-UNITE TO W-CONV-UNITE
               PERFORM 34500-NORMALISER-VERS-METRIQUE
               MOVE SPACE TO LIGNE-FEUILLE
               MOVE INV-NOM TO LIGNE-FEUILLE(1:30)
               MOVE W-CONV-UNITE TO LIGNE-FEUILLE(33:3)
               MOVE "________________" TO LIGNE-FEUILLE(40:16)
               WRITE LIGNE-FEUILLE
           END-IF
       END-PERFORM.
       MOVE SPACE TO LIGNE-FEUILLE.
       WRITE LIGNE-FEUILLE.
       MOVE SPACE TO LIGNE-FEUILLE.
       MOVE "Articles a compter:" TO LIGNE-FEUILLE(1:19).
       MOVE W-DEC-NBRE TO W-BATCH-ED.
       MOVE W-BATCH-ED TO LIGNE-FEUILLE(21:5).
       WRITE LIGNE-FEUILLE.
       CLOSE FEUILLE-DECOMPTE-FIC.
       CLOSE INVENTAIRE-IDX.
       DISPLAY FOND-ECRAN.
       MOVE "Feuille ecrite dans FEUILLE_DECOMPTE.TXT" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Articles a compter:" AT 1010.
       DISPLAY W-DEC-NBRE AT 1030.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       49200-SAISIR-DECOMPTE.
      *Saisie d'un decompte physique, article par article dans
      *l'ordre de la feuille. Chaque quantite comptee est conservee
      *dans DECOMPTES.DAT avec le stock attendu, puis devient le stock
      *de l'inventaire; l'ecart passe dans les lots et au registre des
      *mouvements sous le motif decompte.
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-DEC-DATE.
       MOVE 0 TO W-DEC-NBRE.
       MOVE 0 TO W-DEC-NBRE-ECARTS.
       MOVE 0 TO W-DEC-ARRET.
       MOVE 0 TO W-IND-FIN-FICHIER.
       OPEN I-O INVENTAIRE-IDX.
       PERFORM UNTIL W-IND-FIN-FICHIER = 1 OR W-DEC-ARRET = 1
           READ INVENTAIRE-IDX NEXT RECORD
           AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ
           IF W-IND-FIN-FICHIER = 0
               PERFORM 49210-COMPTER-UN-ARTICLE
           END-IF
       END-PERFORM.
       CLOSE INVENTAIRE-IDX.
       IF W-DEC-NBRE > 0
           MOVE "DECOMPTE" TO W-JOURNAL-ACTION
           MOVE SPACE TO W-JOURNAL-NOM
           STRING "DECOMPTE " DELIMITED BY SIZE
                  W-DEC-DATE DELIMITED BY SIZE
                  INTO W-JOURNAL-NOM
           PERFORM 95000-JOURNALISER
       END-IF.
       DISPLAY FOND-ECRAN.
       MOVE "Decompte enregistre" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Articles comptes:" AT 1010.
       DISPLAY W-DEC-NBRE AT 1030.
       DISPLAY "Articles avec ecart:" AT 1110.
       DISPLAY W-DEC-NBRE-ECARTS AT 1130.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       49210-COMPTER-UN-ARTICLE.
      *Demande la quantite comptee de l'article lu dans INVENTAIRE,
      *dans son unite de base. Vide ou S saute l'article (pas compte),
      *Q termine le decompte. W-TROUVE vaut 1 pour sauter, 2 pour une
      *quantite valide et 3 pour terminer.
       MOVE INV-QUANTITE TO W-CONV-QTE.
       MOVE INV-UNITE TO W-CONV-UNITE.
       PERFORM 34500-NORMALISER-VERS-METRIQUE.
       MOVE W-CONV-QTE TO W-LOT-AVANT.
       MOVE W-CONV-UNITE TO W-LOT-UNITE.
       DISPLAY FOND-ECRAN.
       MOVE "Quantite puis ENTREE  ENTREE/S -> sauter  Q -> terminer"
                                                               TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Decompte du" AT 0305.
       DISPLAY W-DEC-DATE AT 0317.
       DISPLAY "Ingredient:" AT 0505.
       DISPLAY INV-NOM AT 0517.
       DISPLAY "Unite de base:" AT 0705.
       DISPLAY W-LOT-UNITE AT 0720.
       DISPLAY "Quantite comptee:" AT 0905.
       MOVE 0 TO W-TROUVE.
       PERFORM UNTIL W-TROUVE > 0
           MOVE SPACE TO W-DEC-SAISIE
           ACCEPT W-DEC-SAISIE AT 0923
           EVALUATE TRUE
               WHEN W-DEC-SAISIE = SPACE OR "S" OR "s"
                   MOVE 1 TO W-TROUVE
               WHEN W-DEC-SAISIE = "Q" OR "q"
                   MOVE 3 TO W-TROUVE
                   MOVE 1 TO W-DEC-ARRET
               WHEN OTHER
                   MOVE FUNCTION TRIM(W-DEC-SAISIE) TO W-DEC-CADRE
                   INSPECT W-DEC-CADRE REPLACING LEADING SPACE BY "0"
                   IF W-DEC-CADRE NUMERIC
                       MOVE W-DEC-CADRE TO W-DEC-COMPTE
                       MOVE 2 TO W-TROUVE
                   ELSE
                       MOVE "Quantite invalide" TO W-MSG
                       DISPLAY W-MSG AT 2501
                   END-IF
           END-EVALUATE
       END-PERFORM.
       IF W-TROUVE = 2
           ADD 1 TO W-DEC-NBRE
           IF W-DEC-COMPTE NOT = W-LOT-AVANT
               ADD 1 TO W-DEC-NBRE-ECARTS
           END-IF
           PERFORM 49220-ENREGISTRER-COMPTE
       END-IF.

      ******************************************************************
       49220-ENREGISTRER-COMPTE.
      *Conserve le compte de l'article (un second compte le meme jour
      *remplace la quantite comptee mais garde le stock attendu du
      *premier), puis ramene l'inventaire a la quantite comptee dans
      *l'unite de base et reporte l'ecart sur les lots et au registre.
       OPEN I-O DECOMPTES-IDX.
       MOVE W-DEC-DATE TO DEC-DATE.
       MOVE INV-NOM TO DEC-NOM.
       MOVE W-LOT-AVANT TO DEC-ATTENDU.
       MOVE W-DEC-COMPTE TO DEC-COMPTE.
       MOVE W-LOT-UNITE TO DEC-UNITE.
       MOVE W-UTILISATEUR TO DEC-UTILISATEUR.
       WRITE DECOMPTE
       INVALID KEY
           READ DECOMPTES-IDX KEY IS DEC-CLE
           END-READ
           MOVE W-DEC-COMPTE TO DEC-COMPTE
           MOVE W-UTILISATEUR TO DEC-UTILISATEUR
           REWRITE DECOMPTE
       END-WRITE.
       CLOSE DECOMPTES-IDX.
       MOVE W-DEC-COMPTE TO W-LOT-APRES.
       MOVE W-LOT-UNITE TO W-LOT-UNITE-APRES.
       MOVE W-DEC-COMPTE TO INV-QUANTITE.
       MOVE W-LOT-UNITE TO INV-UNITE.
       REWRITE INVENTAIRE.
       MOVE INV-NOM TO W-LOT-NOM.
       MOVE SPACE TO W-LOT-PEREMPTION.
       MOVE "D" TO W-MVT-RAISON.
       PERFORM 24660-AJUSTER-LOTS.

      ******************************************************************
       49300-RAPPORT-ECARTS.
      *Rapport des ecarts d'un decompte: pour chaque article compte a
      *la date choisie, stock attendu, stock compte et ecart, valorise
      *au prix courant de PRIX_INGREDIENTS.DAT. Les manques et les
      *surplus sont totalises separement. Le rapport va dans
      *ECARTS_DECOMPTE.TXT.
       DISPLAY FOND-ECRAN.
       DISPLAY "Date du decompte (AAAAMMJJ, vide = aujourd'hui):"
                                                               AT 0505.
       MOVE SPACE TO W-DEC-DATE.
       ACCEPT W-DEC-DATE AT 0555.
       IF W-DEC-DATE = SPACE
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-DEC-DATE
       END-IF.
       MOVE 0 TO W-DEC-NBRE.
       MOVE 0 TO W-DEC-NBRE-ECARTS.
       MOVE 0 TO W-DEC-NBRE-NON-CHIFFRES.
       MOVE 0 TO W-DEC-VAL-MANQUE.
       MOVE 0 TO W-DEC-VAL-SURPLUS.
       OPEN OUTPUT ECARTS-DECOMPTE-FIC.
       MOVE SPACE TO LIGNE-ECARTS.
       MOVE "ECARTS DU DECOMPTE DU" TO LIGNE-ECARTS(1:21).
       MOVE W-DEC-DATE TO LIGNE-ECARTS(23:8).
       WRITE LIGNE-ECARTS.
       MOVE SPACE TO LIGNE-ECARTS.
       WRITE LIGNE-ECARTS.
       MOVE SPACE TO LIGNE-ECARTS.
       MOVE "Ingredient" TO LIGNE-ECARTS(1:10).
       MOVE "Attendu" TO LIGNE-ECARTS(32:7).
       MOVE "Compte" TO LIGNE-ECARTS(41:6).
       MOVE "Ecart" TO LIGNE-ECARTS(55:5).
       MOVE "Valeur $" TO LIGNE-ECARTS(65:8).
       WRITE LIGNE-ECARTS.
       OPEN INPUT DECOMPTES-IDX.
       OPEN INPUT PRIX-IDX.
       MOVE 0 TO W-MVT-FIN.
       MOVE W-DEC-DATE TO DEC-DATE.
       MOVE LOW-VALUE TO DEC-NOM.
       START DECOMPTES-IDX KEY IS NOT LESS THAN DEC-CLE
       INVALID KEY
           MOVE 1 TO W-MVT-FIN
       END-START.
       PERFORM UNTIL W-MVT-FIN = 1
           READ DECOMPTES-IDX NEXT RECORD
           AT END MOVE 1 TO W-MVT-FIN
           END-READ
           IF W-MVT-FIN = 0
               IF DEC-DATE NOT = W-DEC-DATE
                   MOVE 1 TO W-MVT-FIN
               ELSE
                   PERFORM 49310-ECRIRE-LIGNE-ECART
               END-IF
           END-IF
       END-PERFORM.
       CLOSE PRIX-IDX.
       CLOSE DECOMPTES-IDX.
       MOVE SPACE TO LIGNE-ECARTS.
       WRITE LIGNE-ECARTS.
       MOVE SPACE TO LIGNE-ECARTS.
       MOVE "Articles comptes:" TO LIGNE-ECARTS(1:17).
       MOVE W-DEC-NBRE TO W-BATCH-ED.
       MOVE W-BATCH-ED TO LIGNE-ECARTS(19:5).
       MOVE "avec ecart:" TO LIGNE-ECARTS(27:11).
       MOVE W-DEC-NBRE-ECARTS TO W-BATCH-ED.
       MOVE W-BATCH-ED TO LIGNE-ECARTS(39:5).
       WRITE LIGNE-ECARTS.
       MOVE SPACE TO LIGNE-ECARTS.
       MOVE "Valeur des manques:" TO LIGNE-ECARTS(1:19).
       MOVE W-DEC-VAL-MANQUE TO W-COUT-AFF.
       MOVE W-COUT-AFF TO LIGNE-ECARTS(22:10).
       MOVE "$" TO LIGNE-ECARTS(33:1).
       WRITE LIGNE-ECARTS.
       MOVE SPACE TO LIGNE-ECARTS.
       MOVE "Valeur des surplus:" TO LIGNE-ECARTS(1:19).
       MOVE W-DEC-VAL-SURPLUS TO W-COUT-AFF.
       MOVE W-COUT-AFF TO LIGNE-ECARTS(22:10).
       MOVE "$" TO LIGNE-ECARTS(33:1).
       WRITE LIGNE-ECARTS.
       IF W-DEC-NBRE-NON-CHIFFRES > 0
           MOVE SPACE TO LIGNE-ECARTS
           MOVE "Ecarts non chiffres:" TO LIGNE-ECARTS(1:20)
           MOVE W-DEC-NBRE-NON-CHIFFRES TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-ECARTS(22:5)
           WRITE LIGNE-ECARTS
       END-IF.
       CLOSE ECARTS-DECOMPTE-FIC.
       DISPLAY FOND-ECRAN.
       IF W-DEC-NBRE = 0
           MOVE "Aucun article compte a cette date" TO W-MSG
       ELSE
           MOVE "Rapport ecrit dans ECARTS_DECOMPTE.TXT" TO W-MSG
           DISPLAY "Articles comptes:" AT 1010
           DISPLAY W-DEC-NBRE AT 1030
           DISPLAY "Articles avec ecart:" AT 1110
           DISPLAY W-DEC-NBRE-ECARTS AT 1130
           DISPLAY "Valeur des manques:" AT 1210
           MOVE W-DEC-VAL-MANQUE TO W-COUT-AFF
           DISPLAY W-COUT-AFF AT 1230
           DISPLAY "Valeur des surplus:" AT 1310
           MOVE W-DEC-VAL-SURPLUS TO W-COUT-AFF
           DISPLAY W-COUT-AFF AT 1330
       END-IF.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       49310-ECRIRE-LIGNE-ECART.
      *Une ligne du rapport des ecarts pour le compte lu dans
      *DECOMPTE: l'ecart est signe (- manque, + surplus) et valorise
      *par 49950-VALORISER-MOUVEMENT.
       ADD 1 TO W-DEC-NBRE.
       MOVE SPACE TO LIGNE-ECARTS.
       MOVE DEC-NOM TO LIGNE-ECARTS(1:30).
       MOVE DEC-ATTENDU TO LIGNE-ECARTS(32:7).
       MOVE DEC-COMPTE TO LIGNE-ECARTS(41:7).
       MOVE DEC-UNITE TO LIGNE-ECARTS(49:3).
       IF DEC-COMPTE NOT = DEC-ATTENDU
           ADD 1 TO W-DEC-NBRE-ECARTS
           IF DEC-COMPTE < DEC-ATTENDU
               COMPUTE W-DEC-ECART = DEC-ATTENDU - DEC-COMPTE
               MOVE "-" TO W-DEC-SENS
           ELSE
               COMPUTE W-DEC-ECART = DEC-COMPTE - DEC-ATTENDU
               MOVE "+" TO W-DEC-SENS
           END-IF
           MOVE W-DEC-SENS TO LIGNE-ECARTS(54:1)
           MOVE W-DEC-ECART TO LIGNE-ECARTS(55:7)
           MOVE DEC-NOM TO W-MVT-NOM
           MOVE W-DEC-ECART TO W-MVT-QTE
           MOVE DEC-UNITE TO W-MVT-UNITE
           PERFORM 49950-VALORISER-MOUVEMENT
           IF W-MVT-CHIFFRE = 1
               MOVE W-MVT-VALEUR TO W-COUT-AFF
               MOVE W-COUT-AFF TO LIGNE-ECARTS(63:10)
               IF W-DEC-SENS = "-"
                   ADD W-MVT-VALEUR TO W-DEC-VAL-MANQUE
               ELSE
                   ADD W-MVT-VALEUR TO W-DEC-VAL-SURPLUS
               END-IF
           ELSE
               MOVE "non chiffre" TO LIGNE-ECARTS(63:11)
               ADD 1 TO W-DEC-NBRE-NON-CHIFFRES
           END-IF
       END-IF.
       WRITE LIGNE-ECARTS.

      ******************************************************************
       49400-MOUVEMENTS-DU-MOIS.
      *Mouvements du garde-manger d'un mois, par motif: nombre et
      *valeur (aux prix courants) des entrees et des sorties pour la
      *reception, la cuisson, les pertes, les decomptes et les
      *corrections, avec le detail des pertes et du gaspillage. Le
      *rapport va dans PERTES_MOIS.TXT.
       DISPLAY FOND-ECRAN.
       DISPLAY "Mois du rapport (AAAAMM):" AT 0505.
       MOVE SPACE TO W-MVT-MOIS.
       ACCEPT W-MVT-MOIS AT 0531.
       PERFORM UNTIL W-MVT-MOIS NUMERIC
               AND W-MVT-MOIS(5:2) NOT < "01"
               AND W-MVT-MOIS(5:2) NOT > "12"
           MOVE "Mois invalide (format AAAAMM)" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-MVT-MOIS
           ACCEPT W-MVT-MOIS AT 0531
       END-PERFORM.
       PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 5
           INITIALIZE W-TABLE-MVT-MOTIFS(W-K)
       END-PERFORM.
       MOVE 0 TO W-MVT-NBRE-PERTES.
       OPEN OUTPUT PERTES-MOIS-FIC.
       MOVE SPACE TO LIGNE-PERTES.
       MOVE "MOUVEMENTS DU GARDE-MANGER PAR MOTIF - MOIS"
                                           TO LIGNE-PERTES(1:43).
       MOVE W-MVT-MOIS TO LIGNE-PERTES(45:6).
       WRITE LIGNE-PERTES.
       MOVE SPACE TO LIGNE-PERTES.
       WRITE LIGNE-PERTES.
       MOVE SPACE TO LIGNE-PERTES.
       MOVE "PERTES ET GASPILLAGE" TO LIGNE-PERTES(1:20).
       WRITE LIGNE-PERTES.
       MOVE SPACE TO LIGNE-PERTES.
       MOVE "Date" TO LIGNE-PERTES(1:4).
       MOVE "Usager" TO LIGNE-PERTES(10:6).
       MOVE "Quantite" TO LIGNE-PERTES(21:8).
       MOVE "Ingredient" TO LIGNE-PERTES(34:10).
       MOVE "Valeur $" TO LIGNE-PERTES(66:8).
       WRITE LIGNE-PERTES.
       OPEN INPUT PRIX-IDX.
       OPEN INPUT MOUVEMENTS-FIC.
       MOVE 0 TO W-MVT-FIN.
       PERFORM UNTIL W-MVT-FIN = 1
           READ MOUVEMENTS-FIC
           AT END MOVE 1 TO W-MVT-FIN
           END-READ
           IF W-MVT-FIN = 0 AND MVT-DATE(1:6) = W-MVT-MOIS
               PERFORM 49410-CUMULER-MOUVEMENT
           END-IF
       END-PERFORM.
       CLOSE MOUVEMENTS-FIC.
       CLOSE PRIX-IDX.
       MOVE SPACE TO LIGNE-PERTES.
       MOVE "Lignes de pertes:" TO LIGNE-PERTES(1:17).
       MOVE W-MVT-NBRE-PERTES TO W-BATCH-ED.
       MOVE W-BATCH-ED TO LIGNE-PERTES(19:5).
       WRITE LIGNE-PERTES.
       MOVE SPACE TO LIGNE-PERTES.
       WRITE LIGNE-PERTES.
       MOVE SPACE TO LIGNE-PERTES.
       MOVE "TOTAUX PAR MOTIF" TO LIGNE-PERTES(1:16).
       WRITE LIGNE-PERTES.
       MOVE SPACE TO LIGNE-PERTES.
       MOVE "Motif" TO LIGNE-PERTES(1:5).
       MOVE "Entrees" TO LIGNE-PERTES(19:7).
       MOVE "Valeur $" TO LIGNE-PERTES(29:8).
       MOVE "Sorties" TO LIGNE-PERTES(40:7).
       MOVE "Valeur $" TO LIGNE-PERTES(50:8).
       MOVE "Non chiffres" TO LIGNE-PERTES(61:12).
       WRITE LIGNE-PERTES.
       PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 5
           MOVE W-MVT-CODES(W-K:1) TO W-MVT-RAISON
           PERFORM 49900-LIBELLE-MOTIF
           MOVE SPACE TO LIGNE-PERTES
           MOVE W-MVT-LIBELLE TO LIGNE-PERTES(1:16)
           MOVE WM-NBRE-ENTREES(W-K) TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-PERTES(21:5)
           MOVE WM-VAL-ENTREES(W-K) TO W-COUT-AFF
           MOVE W-COUT-AFF TO LIGNE-PERTES(27:10)
           MOVE WM-NBRE-SORTIES(W-K) TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-PERTES(42:5)
           MOVE WM-VAL-SORTIES(W-K) TO W-COUT-AFF
           MOVE W-COUT-AFF TO LIGNE-PERTES(48:10)
           MOVE WM-NON-CHIFFRES(W-K) TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-PERTES(64:5)
           WRITE LIGNE-PERTES
       END-PERFORM.
       CLOSE PERTES-MOIS-FIC.
       DISPLAY FOND-ECRAN.
       MOVE "Rapport ecrit dans PERTES_MOIS.TXT" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Sorties du mois par motif (valeur $):" AT 0810.
       MOVE 10 TO W-NO-LIGNE.
       PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > 5
           MOVE W-MVT-CODES(W-K:1) TO W-MVT-RAISON
           PERFORM 49900-LIBELLE-MOTIF
           DISPLAY W-MVT-LIBELLE AT LINE W-NO-LIGNE COL 12
           MOVE WM-VAL-SORTIES(W-K) TO W-COUT-AFF
           DISPLAY W-COUT-AFF AT LINE W-NO-LIGNE COL 30
           ADD 1 TO W-NO-LIGNE
       END-PERFORM.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       49410-CUMULER-MOUVEMENT.
      *Cumule le mouvement lu dans MOUVEMENT-STOCK sous son motif, en
      *entree ou en sortie selon son sens, et ecrit la ligne de detail
      *quand c'est une perte.
       MOVE 0 TO W-K.
       PERFORM VARYING W-POS FROM 1 BY 1 UNTIL W-POS > 5
           IF W-MVT-CODES(W-POS:1) = MVT-RAISON
               MOVE W-POS TO W-K
           END-IF
       END-PERFORM.
       IF W-K > 0
           MOVE MVT-NOM TO W-MVT-NOM
           MOVE MVT-QUANTITE TO W-MVT-QTE
           MOVE MVT-UNITE TO W-MVT-UNITE
           PERFORM 49950-VALORISER-MOUVEMENT
           IF W-MVT-CHIFFRE = 0
               ADD 1 TO WM-NON-CHIFFRES(W-K)
           END-IF
           IF MVT-SENS = "+"
               ADD 1 TO WM-NBRE-ENTREES(W-K)
               ADD W-MVT-VALEUR TO WM-VAL-ENTREES(W-K)
           ELSE
               ADD 1 TO WM-NBRE-SORTIES(W-K)
               ADD W-MVT-VALEUR TO WM-VAL-SORTIES(W-K)
           END-IF
           IF MVT-PERTE
               ADD 1 TO W-MVT-NBRE-PERTES
               MOVE SPACE TO LIGNE-PERTES
               MOVE MVT-DATE TO LIGNE-PERTES(1:8)
               MOVE MVT-UTILISATEUR TO LIGNE-PERTES(10:10)
               MOVE MVT-QUANTITE TO LIGNE-PERTES(21:7)
               MOVE MVT-UNITE TO LIGNE-PERTES(29:3)
               MOVE MVT-NOM TO LIGNE-PERTES(34:30)
               IF W-MVT-CHIFFRE = 1
                   MOVE W-MVT-VALEUR TO W-COUT-AFF
                   MOVE W-COUT-AFF TO LIGNE-PERTES(65:10)
               ELSE
                   MOVE "non chiffre" TO LIGNE-PERTES(65:11)
               END-IF
               WRITE LIGNE-PERTES
           END-IF
       END-IF.

      ******************************************************************
       49900-LIBELLE-MOTIF.
      *Traduit le motif de mouvement de W-MVT-RAISON en libelle.
       EVALUATE W-MVT-RAISON
           WHEN "R"
               MOVE "Reception" TO W-MVT-LIBELLE
           WHEN "C"
               MOVE "Cuisson" TO W-MVT-LIBELLE
           WHEN "P"
               MOVE "Perte/gaspillage" TO W-MVT-LIBELLE
           WHEN "D"
               MOVE "Decompte" TO W-MVT-LIBELLE
           WHEN "X"
               MOVE "Correction" TO W-MVT-LIBELLE
           WHEN OTHER
               MOVE "?" TO W-MVT-LIBELLE
       END-EVALUATE.

      ******************************************************************
       49950-VALORISER-MOUVEMENT.
      *Valorise W-MVT-QTE (unite de base W-MVT-UNITE) de W-MVT-NOM au
      *prix courant: W-MVT-VALEUR en dollars et W-MVT-CHIFFRE a 1, ou
      *0 et W-MVT-CHIFFRE a 0 quand l'ingredient n'a pas de prix dans
      *cette unite. Le fichier des prix est deja ouvert par l'appelant.
       MOVE 0 TO W-MVT-VALEUR.
       MOVE 0 TO W-MVT-CHIFFRE.
       MOVE W-MVT-NOM TO PRIX-NOM.
       READ PRIX-IDX KEY IS PRIX-NOM
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           IF FUNCTION UPPER-CASE(PRIX-UNITE) =
                               FUNCTION UPPER-CASE(W-MVT-UNITE)
               MOVE 1 TO W-MVT-CHIFFRE
               COMPUTE W-MVT-VALEUR ROUNDED =
                       W-MVT-QTE * PRIX-UNITAIRE
               ON SIZE ERROR
                   MOVE 9999999.99 TO W-MVT-VALEUR
               END-COMPUTE
           END-IF
       END-READ.

      ******************************************************************
       43000-RAPPORT-CUISSONS.
      *Rapport d'historique des cuissons pour une periode, tire du
      *journal des cuissons (CUISSONS.DAT): nombre de fois et portions
      *par recette, du plus frequent au moins frequent; respect du
      *plan de semaine (repas cuisine, cuisine sous une autre recette
      *ou jamais cuisine); et recettes non cuisinees depuis N mois,
      *avec leur note du sommaire. Le rapport va dans
      *RAPPORT_CUISSONS.TXT.
       DISPLAY FOND-ECRAN.
       DISPLAY "Historique des cuissons" AT 0325.
       DISPLAY "Date de debut (AAAAMMJJ):" AT 0505.
       MOVE SPACE TO W-PLAN-DATE.
       ACCEPT W-PLAN-DATE AT 0531.
       PERFORM 25400-VALIDER-DATE-PLAN.
       PERFORM UNTIL W-PLAN-ENTIER > 0
           MOVE "Date invalide (format AAAAMMJJ)" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-PLAN-DATE
           ACCEPT W-PLAN-DATE AT 0531
           PERFORM 25400-VALIDER-DATE-PLAN
       END-PERFORM.
       MOVE W-PLAN-DATE TO W-HCU-DEBUT.
       DISPLAY "Date de fin (AAAAMMJJ):" AT 0705.
       MOVE 0 TO W-PLAN-ENTIER.
       PERFORM UNTIL W-PLAN-ENTIER > 0
           MOVE SPACE TO W-PLAN-DATE
           ACCEPT W-PLAN-DATE AT 0731
           PERFORM 25400-VALIDER-DATE-PLAN
           IF W-PLAN-ENTIER > 0 AND W-PLAN-DATE < W-HCU-DEBUT
               MOVE 0 TO W-PLAN-ENTIER
           END-IF
           IF W-PLAN-ENTIER = 0
               MOVE "Date invalide ou avant la date de debut" TO W-MSG
               DISPLAY W-MSG AT 2501
           END-IF
       END-PERFORM.
       MOVE W-PLAN-DATE TO W-HCU-FIN.
       DISPLAY "Recettes non cuisinees depuis combien de mois" AT 0905.
       DISPLAY "(vide = 6):" AT 0952.
       MOVE SPACE TO W-HCU-SAISIE-MOIS.
       ACCEPT W-HCU-SAISIE-MOIS AT 0964.
       PERFORM UNTIL W-HCU-SAISIE-MOIS = SPACE
                  OR (W-HCU-SAISIE-MOIS NUMERIC
                      AND W-HCU-SAISIE-MOIS > "00")
           MOVE "Nombre de mois invalide (01 a 99)" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-HCU-SAISIE-MOIS
           ACCEPT W-HCU-SAISIE-MOIS AT 0964
       END-PERFORM.
       IF W-HCU-SAISIE-MOIS = SPACE
           MOVE 6 TO W-HCU-MOIS
       ELSE
           MOVE W-HCU-SAISIE-MOIS TO W-HCU-MOIS
       END-IF.
      *Date limite des recettes dormantes: aujourd'hui recule de
      *W-HCU-MOIS mois, au meme jour (comparaison de dates en texte,
      *un 31 fevrier convient donc aussi bien qu'un 28).
       MOVE FUNCTION CURRENT-DATE(1:8) TO W-HCU-AUJOURDHUI.
       MOVE W-HCU-AUJOURDHUI(1:4) TO W-HCU-ANNEE.
       MOVE W-HCU-AUJOURDHUI(5:2) TO W-HCU-MM.
       COMPUTE W-HCU-TOTAL-MOIS =
               W-HCU-ANNEE * 12 + W-HCU-MM - 1 - W-HCU-MOIS.
       DIVIDE W-HCU-TOTAL-MOIS BY 12 GIVING W-HCU-ANNEE
                                     REMAINDER W-HCU-MM.
       ADD 1 TO W-HCU-MM.
       MOVE W-HCU-ANNEE TO W-HCU-LIMITE(1:4).
       MOVE W-HCU-MM TO W-HCU-LIMITE(5:2).
       MOVE W-HCU-AUJOURDHUI(7:2) TO W-HCU-LIMITE(7:2).
       PERFORM 43100-CUMULER-CUISSONS.
       OPEN OUTPUT RAPPORT-CUISSONS-FIC.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "HISTORIQUE DES CUISSONS DU" TO LIGNE-RAPCUISSON(1:26).
       MOVE W-HCU-DEBUT TO LIGNE-RAPCUISSON(28:8).
       MOVE "AU" TO LIGNE-RAPCUISSON(37:2).
       MOVE W-HCU-FIN TO LIGNE-RAPCUISSON(40:8).
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "Repas cuisines:" TO LIGNE-RAPCUISSON(1:15).
       MOVE W-HCU-NBRE-REPAS TO W-HCU-ED.
       MOVE W-HCU-ED TO LIGNE-RAPCUISSON(17:7).
       MOVE "Portions:" TO LIGNE-RAPCUISSON(27:9).
       MOVE W-HCU-TOTAL-PORTIONS TO W-HCU-ED.
       MOVE W-HCU-ED TO LIGNE-RAPCUISSON(37:7).
       WRITE LIGNE-RAPCUISSON.
       PERFORM 43200-ECRIRE-FREQUENCES.
       PERFORM 43300-ADHERENCE-PLAN.
       PERFORM 43400-RECETTES-DORMANTES.
       CLOSE RAPPORT-CUISSONS-FIC.
       DISPLAY FOND-ECRAN.
       MOVE "Rapport ecrit dans RAPPORT_CUISSONS.TXT" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Repas cuisines dans la periode:" AT 0810.
       DISPLAY W-HCU-NBRE-REPAS AT 0845.
       DISPLAY "Repas planifies passes:" AT 0910.
       DISPLAY W-HCU-NBRE-PLAN AT 0945.
       DISPLAY "  cuisines comme prevu:" AT 1010.
       DISPLAY W-HCU-NBRE-CONFORMES AT 1045.
       DISPLAY "  cuisines autrement:" AT 1110.
       DISPLAY W-HCU-NBRE-AUTRES AT 1145.
       DISPLAY "  jamais cuisines:" AT 1210.
       DISPLAY W-HCU-NBRE-JAMAIS AT 1245.
       DISPLAY "Recettes dormantes:" AT 1410.
       DISPLAY W-HCU-NBRE-DORMANTES AT 1445.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       43100-CUMULER-CUISSONS.
      *Lit tout le journal des cuissons. Chaque recette cuisinee a une
      *entree avec sa derniere date de cuisson (tout le journal, pour
      *les recettes dormantes) et, pour la periode seulement, son
      *nombre de fois et ses portions. Les repas de la periode sont
      *aussi gardes (date, repas, recette) pour le respect du plan.
      *Les tables plafonnent a 500 recettes et 999 repas.
       MOVE 0 TO W-HCU-NBRE-REPAS.
       MOVE 0 TO W-HCU-TOTAL-PORTIONS.
       MOVE 0 TO W-HCU-NBRE-RECETTES.
       MOVE 0 TO W-HCU-REC-TRONQUE.
       MOVE 0 TO W-HCU-NBRE-LIGNES.
       MOVE 0 TO W-HCU-LIG-TRONQUE.
       MOVE 0 TO W-HCU-FIN-FIC.
       OPEN INPUT CUISSONS-FIC.
       PERFORM UNTIL W-HCU-FIN-FIC = 1
           READ CUISSONS-FIC
           AT END MOVE 1 TO W-HCU-FIN-FIC
           END-READ
           IF W-HCU-FIN-FIC = 0 AND LIGNE-CUISSON(15:50) NOT = SPACE
               MOVE LIGNE-CUISSON(1:8) TO W-HCU-DATE-LUE
               MOVE LIGNE-CUISSON(15:50) TO W-HCU-NOM-LU
               IF LIGNE-CUISSON(12:2) NUMERIC
                   MOVE LIGNE-CUISSON(12:2) TO W-HCU-PORTIONS-LUES
               ELSE
                   MOVE 0 TO W-HCU-PORTIONS-LUES
               END-IF
               MOVE 0 TO W-TROUVE
               PERFORM VARYING W-E FROM 1 BY 1
                       UNTIL W-E > W-HCU-NBRE-RECETTES OR W-TROUVE = 1
                   IF WHR-NOM(W-E) = W-HCU-NOM-LU
                       MOVE 1 TO W-TROUVE
                   END-IF
               END-PERFORM
               IF W-TROUVE = 1
                   SUBTRACT 1 FROM W-E
               ELSE
                   IF W-HCU-NBRE-RECETTES < 500
                       ADD 1 TO W-HCU-NBRE-RECETTES
                       MOVE W-HCU-NBRE-RECETTES TO W-E
                       MOVE W-HCU-NOM-LU TO WHR-NOM(W-E)
                       MOVE 0 TO WHR-NBRE(W-E)
                       MOVE 0 TO WHR-PORTIONS(W-E)
                       MOVE SPACE TO WHR-DERNIERE(W-E)
                       MOVE 1 TO W-TROUVE
                   ELSE
                       MOVE 1 TO W-HCU-REC-TRONQUE
                   END-IF
               END-IF
               IF W-TROUVE = 1
                   IF W-HCU-DATE-LUE > WHR-DERNIERE(W-E)
                       MOVE W-HCU-DATE-LUE TO WHR-DERNIERE(W-E)
                   END-IF
               END-IF
               IF W-HCU-DATE-LUE NOT < W-HCU-DEBUT
                  AND W-HCU-DATE-LUE NOT > W-HCU-FIN
                   ADD 1 TO W-HCU-NBRE-REPAS
                   ADD W-HCU-PORTIONS-LUES TO W-HCU-TOTAL-PORTIONS
                   IF W-TROUVE = 1
                       ADD 1 TO WHR-NBRE(W-E)
                       ADD W-HCU-PORTIONS-LUES TO WHR-PORTIONS(W-E)
                   END-IF
                   IF W-HCU-NBRE-LIGNES < 999
                       ADD 1 TO W-HCU-NBRE-LIGNES
                       MOVE W-HCU-DATE-LUE
                                   TO WHL-DATE(W-HCU-NBRE-LIGNES)
                       MOVE LIGNE-CUISSON(10:1)
                                   TO WHL-CODE(W-HCU-NBRE-LIGNES)
                       MOVE W-HCU-NOM-LU TO WHL-NOM(W-HCU-NBRE-LIGNES)
                   ELSE
                       MOVE 1 TO W-HCU-LIG-TRONQUE
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE CUISSONS-FIC.

      ******************************************************************
       43200-ECRIRE-FREQUENCES.
      *Premiere partie du rapport: les recettes cuisinees dans la
      *periode, de la plus frequente a la moins frequente (tri a
      *bulles decroissant sur le nombre de fois), avec les portions.
       PERFORM VARYING W-I FROM 1 BY 1
               UNTIL W-I >= W-HCU-NBRE-RECETTES
           PERFORM VARYING W-J FROM 1 BY 1
                   UNTIL W-J > W-HCU-NBRE-RECETTES - W-I
               IF WHR-NBRE(W-J) < WHR-NBRE(W-J + 1)
                   MOVE W-TABLE-HCU-RECETTES(W-J) TO W-HCU-SWAP
                   MOVE W-TABLE-HCU-RECETTES(W-J + 1)
                                   TO W-TABLE-HCU-RECETTES(W-J)
                   MOVE W-HCU-SWAP TO W-TABLE-HCU-RECETTES(W-J + 1)
               END-IF
           END-PERFORM
       END-PERFORM.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "RECETTES CUISINEES PAR FREQUENCE"
                                           TO LIGNE-RAPCUISSON(1:32).
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "Fois" TO LIGNE-RAPCUISSON(4:4).
       MOVE "Portions" TO LIGNE-RAPCUISSON(10:8).
       MOVE "Recette" TO LIGNE-RAPCUISSON(20:7).
       WRITE LIGNE-RAPCUISSON.
       PERFORM VARYING W-E FROM 1 BY 1
               UNTIL W-E > W-HCU-NBRE-RECETTES
           IF WHR-NBRE(W-E) > 0
               MOVE SPACE TO LIGNE-RAPCUISSON
               MOVE WHR-NBRE(W-E) TO W-JRN-ED
               MOVE W-JRN-ED TO LIGNE-RAPCUISSON(3:5)
               MOVE WHR-PORTIONS(W-E) TO W-HCU-ED
               MOVE W-HCU-ED TO LIGNE-RAPCUISSON(11:7)
               MOVE WHR-NOM(W-E) TO LIGNE-RAPCUISSON(20:50)
               WRITE LIGNE-RAPCUISSON
           END-IF
       END-PERFORM.
       IF W-HCU-NBRE-REPAS = 0
           MOVE SPACE TO LIGNE-RAPCUISSON
           MOVE "(aucune cuisson dans la periode)"
                                           TO LIGNE-RAPCUISSON(3:32)
           WRITE LIGNE-RAPCUISSON
       END-IF.
       IF W-HCU-REC-TRONQUE = 1
           MOVE SPACE TO LIGNE-RAPCUISSON
           MOVE "(plus de 500 recettes distinctes: compte partiel)"
                                           TO LIGNE-RAPCUISSON(1:49)
           WRITE LIGNE-RAPCUISSON
       END-IF.

      ******************************************************************
       43300-ADHERENCE-PLAN.
      *Deuxieme partie: chaque repas du plan de semaine dans la
      *periode est compare aux cuissons du meme jour et du meme repas.
      *Il est cuisine comme prevu, cuisine sous une autre recette, ou
      *jamais cuisine; seuls les deux derniers cas sont detailles. Les
      *repas planifies apres aujourd'hui sont seulement comptes.
       MOVE 0 TO W-HCU-NBRE-PLAN.
       MOVE 0 TO W-HCU-NBRE-CONFORMES.
       MOVE 0 TO W-HCU-NBRE-AUTRES.
       MOVE 0 TO W-HCU-NBRE-JAMAIS.
       MOVE 0 TO W-HCU-NBRE-A-VENIR.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "RESPECT DU PLAN DE SEMAINE" TO LIGNE-RAPCUISSON(1:26).
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "Date" TO LIGNE-RAPCUISSON(1:4).
       MOVE "Repas" TO LIGNE-RAPCUISSON(10:5).
       MOVE "Etat" TO LIGNE-RAPCUISSON(21:4).
       MOVE "Recette prevue / cuisinee" TO LIGNE-RAPCUISSON(35:25).
       WRITE LIGNE-RAPCUISSON.
       OPEN INPUT PLAN-SEMAINE-IDX.
       MOVE 0 TO W-HCU-FIN-FIC.
       MOVE W-HCU-DEBUT TO PLAN-DATE.
       MOVE LOW-VALUE TO PLAN-CODE-REPAS.
       START PLAN-SEMAINE-IDX KEY IS NOT LESS THAN PLAN-CLE
       INVALID KEY
           MOVE 1 TO W-HCU-FIN-FIC
       END-START.
       PERFORM UNTIL W-HCU-FIN-FIC = 1
           READ PLAN-SEMAINE-IDX NEXT RECORD
           AT END MOVE 1 TO W-HCU-FIN-FIC
           END-READ
           IF W-HCU-FIN-FIC = 0 AND PLAN-DATE > W-HCU-FIN
               MOVE 1 TO W-HCU-FIN-FIC
           END-IF
           IF W-HCU-FIN-FIC = 0
               IF PLAN-DATE > W-HCU-AUJOURDHUI
                   ADD 1 TO W-HCU-NBRE-A-VENIR
               ELSE
                   PERFORM 43310-COMPARER-REPAS-PLAN
               END-IF
           END-IF
       END-PERFORM.
       CLOSE PLAN-SEMAINE-IDX.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "Repas planifies passes:" TO LIGNE-RAPCUISSON(1:23).
       MOVE W-HCU-NBRE-PLAN TO W-JRN-ED.
       MOVE W-JRN-ED TO LIGNE-RAPCUISSON(30:5).
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "  cuisines comme prevu:" TO LIGNE-RAPCUISSON(1:23).
       MOVE W-HCU-NBRE-CONFORMES TO W-JRN-ED.
       MOVE W-JRN-ED TO LIGNE-RAPCUISSON(30:5).
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "  cuisines autrement:" TO LIGNE-RAPCUISSON(1:21).
       MOVE W-HCU-NBRE-AUTRES TO W-JRN-ED.
       MOVE W-JRN-ED TO LIGNE-RAPCUISSON(30:5).
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "  jamais cuisines:" TO LIGNE-RAPCUISSON(1:18).
       MOVE W-HCU-NBRE-JAMAIS TO W-JRN-ED.
       MOVE W-JRN-ED TO LIGNE-RAPCUISSON(30:5).
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "Repas planifies a venir:" TO LIGNE-RAPCUISSON(1:24).
       MOVE W-HCU-NBRE-A-VENIR TO W-JRN-ED.
       MOVE W-JRN-ED TO LIGNE-RAPCUISSON(30:5).
       WRITE LIGNE-RAPCUISSON.
       IF W-HCU-LIG-TRONQUE = 1
           MOVE SPACE TO LIGNE-RAPCUISSON
           MOVE "(plus de 999 cuissons dans la periode: comparaison"
                                           TO LIGNE-RAPCUISSON(1:51)
           MOVE " partielle)" TO LIGNE-RAPCUISSON(52:11)
           WRITE LIGNE-RAPCUISSON
       END-IF.

      ******************************************************************
       43310-COMPARER-REPAS-PLAN.
      *Cherche le repas planifie lu dans PLAN-REPAS parmi les cuissons
      *de la periode. W-HCU-ETAT vaut 1 si la meme recette a ete
      *cuisinee a ce repas, 2 si une autre recette l'a ete (gardee dans
      *W-HCU-AUTRE-NOM) et 0 si rien n'a ete cuisine.
       ADD 1 TO W-HCU-NBRE-PLAN.
       MOVE 0 TO W-HCU-ETAT.
       MOVE SPACE TO W-HCU-AUTRE-NOM.
       PERFORM VARYING W-E FROM 1 BY 1
               UNTIL W-E > W-HCU-NBRE-LIGNES OR W-HCU-ETAT = 1
           IF WHL-DATE(W-E) = PLAN-DATE
              AND WHL-CODE(W-E) = PLAN-CODE-REPAS
               IF WHL-NOM(W-E) = PLAN-NOM-RECETTE
                   MOVE 1 TO W-HCU-ETAT
               ELSE
                   MOVE 2 TO W-HCU-ETAT
                   MOVE WHL-NOM(W-E) TO W-HCU-AUTRE-NOM
               END-IF
           END-IF
       END-PERFORM.
       PERFORM 25600-LIBELLE-REPAS.
       EVALUATE W-HCU-ETAT
           WHEN 1
               ADD 1 TO W-HCU-NBRE-CONFORMES
           WHEN 2
               ADD 1 TO W-HCU-NBRE-AUTRES
               MOVE SPACE TO LIGNE-RAPCUISSON
               MOVE PLAN-DATE TO LIGNE-RAPCUISSON(1:8)
               MOVE W-PLAN-LIBELLE TO LIGNE-RAPCUISSON(10:10)
               MOVE "autre recette" TO LIGNE-RAPCUISSON(21:13)
               MOVE PLAN-NOM-RECETTE TO LIGNE-RAPCUISSON(35:46)
               WRITE LIGNE-RAPCUISSON
               MOVE SPACE TO LIGNE-RAPCUISSON
               MOVE "-> " TO LIGNE-RAPCUISSON(32:3)
               MOVE W-HCU-AUTRE-NOM TO LIGNE-RAPCUISSON(35:46)
               WRITE LIGNE-RAPCUISSON
           WHEN OTHER
               ADD 1 TO W-HCU-NBRE-JAMAIS
               MOVE SPACE TO LIGNE-RAPCUISSON
               MOVE PLAN-DATE TO LIGNE-RAPCUISSON(1:8)
               MOVE W-PLAN-LIBELLE TO LIGNE-RAPCUISSON(10:10)
               MOVE "non cuisine" TO LIGNE-RAPCUISSON(21:11)
               MOVE PLAN-NOM-RECETTE TO LIGNE-RAPCUISSON(35:46)
               WRITE LIGNE-RAPCUISSON
       END-EVALUATE.

      ******************************************************************
       43400-RECETTES-DORMANTES.
      *Troisieme partie: les recettes du sommaire qui n'ont pas ete
      *cuisinees depuis la date limite (ou jamais), avec leur
      *derniere cuisson et leur note moyenne, pour decider de celles
      *qui restent dans la rotation.
       MOVE 0 TO W-HCU-NBRE-DORMANTES.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "RECETTES NON CUISINEES DEPUIS" TO LIGNE-RAPCUISSON(1:29).
       MOVE W-HCU-MOIS TO LIGNE-RAPCUISSON(31:2).
       MOVE "MOIS (AVANT LE" TO LIGNE-RAPCUISSON(34:14).
       MOVE W-HCU-LIMITE TO LIGNE-RAPCUISSON(49:8).
       MOVE ")" TO LIGNE-RAPCUISSON(57:1).
       WRITE LIGNE-RAPCUISSON.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "Recette" TO LIGNE-RAPCUISSON(1:7).
       MOVE "Derniere" TO LIGNE-RAPCUISSON(52:8).
       MOVE "Note" TO LIGNE-RAPCUISSON(62:4).
       MOVE "Avis" TO LIGNE-RAPCUISSON(70:4).
       WRITE LIGNE-RAPCUISSON.
       PERFORM 93600-ASSURER-SOMMAIRE.
       OPEN INPUT SOMMAIRE-IDX.
       MOVE 0 TO W-HCU-FIN-FIC.
       MOVE SPACE TO RES-NOM.
       START SOMMAIRE-IDX KEY IS NOT LESS THAN RES-NOM
       INVALID KEY
           MOVE 1 TO W-HCU-FIN-FIC
       END-START.
       PERFORM UNTIL W-HCU-FIN-FIC = 1
           READ SOMMAIRE-IDX NEXT RECORD
           AT END MOVE 1 TO W-HCU-FIN-FIC
           END-READ
           IF W-HCU-FIN-FIC = 0
               MOVE SPACE TO W-HCU-DATE-LUE
               PERFORM VARYING W-E FROM 1 BY 1
                       UNTIL W-E > W-HCU-NBRE-RECETTES
                   IF WHR-NOM(W-E) = RES-NOM
                       MOVE WHR-DERNIERE(W-E) TO W-HCU-DATE-LUE
                   END-IF
               END-PERFORM
               IF W-HCU-DATE-LUE < W-HCU-LIMITE
                   ADD 1 TO W-HCU-NBRE-DORMANTES
                   MOVE SPACE TO LIGNE-RAPCUISSON
                   MOVE RES-NOM TO LIGNE-RAPCUISSON(1:50)
                   IF W-HCU-DATE-LUE = SPACE
                       MOVE "jamais" TO LIGNE-RAPCUISSON(52:6)
                   ELSE
                       MOVE W-HCU-DATE-LUE TO LIGNE-RAPCUISSON(52:8)
                   END-IF
                   IF RES-NBRE-AVIS = 0
                       MOVE "-" TO LIGNE-RAPCUISSON(63:1)
                   ELSE
                       COMPUTE W-NOTE-MOYENNE = RES-NOTE / 10
                       MOVE W-NOTE-MOYENNE TO W-NOTE-MOYENNE-ED
                       MOVE W-NOTE-MOYENNE-ED TO LIGNE-RAPCUISSON(62:3)
                       MOVE "/5" TO LIGNE-RAPCUISSON(65:2)
                       MOVE RES-NBRE-AVIS TO LIGNE-RAPCUISSON(71:2)
                   END-IF
                   WRITE LIGNE-RAPCUISSON
               END-IF
           END-IF
       END-PERFORM.
       CLOSE SOMMAIRE-IDX.
       MOVE SPACE TO LIGNE-RAPCUISSON.
       MOVE "Recettes dormantes:" TO LIGNE-RAPCUISSON(1:19).
       MOVE W-HCU-NBRE-DORMANTES TO W-JRN-ED.
       MOVE W-JRN-ED TO LIGNE-RAPCUISSON(21:5).
       WRITE LIGNE-RAPCUISSON.

      ******************************************************************
       26700-BUDGET-MAINTENIR.
      *Saisit ou corrige le budget alimentaire d'une semaine, en
      *dollars. La semaine est designee par n'importe laquelle de ses
      *dates et conservee sous la date de son lundi. Un budget a zero
      *retire la semaine du fichier.
       DISPLAY FOND-ECRAN.
       DISPLAY "Une date de la semaine (AAAAMMJJ):" AT 0505.
       MOVE SPACE TO W-PLAN-DATE.
       ACCEPT W-PLAN-DATE AT 0540.
       PERFORM 25400-VALIDER-DATE-PLAN.
       PERFORM UNTIL W-PLAN-ENTIER > 0
           MOVE "Date invalide (format AAAAMMJJ)" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-PLAN-DATE
           ACCEPT W-PLAN-DATE AT 0540
           PERFORM 25400-VALIDER-DATE-PLAN
       END-PERFORM.
       PERFORM 26750-LUNDI-DE-LA-SEMAINE.
       DISPLAY "Semaine du lundi" AT 0705.
       DISPLAY W-BUD-LUNDI AT 0722.
       OPEN I-O BUDGETS-IDX.
       MOVE W-BUD-LUNDI TO BUD-SEMAINE.
       READ BUDGETS-IDX KEY IS BUD-SEMAINE
       INVALID KEY
           MOVE 0 TO W-BUD-TROUVE
       NOT INVALID KEY
           MOVE 1 TO W-BUD-TROUVE
           DISPLAY "Budget actuel:" AT 0905
           MOVE BUD-MONTANT TO W-COUT-AFF
           DISPLAY W-COUT-AFF AT 0920
           DISPLAY "$" AT 0931
       END-READ.
       DISPLAY "Budget en dollars (0 pour retirer):" AT 1105.
       MOVE 0 TO W-BUD-SAISIE.
       ACCEPT W-BUD-SAISIE AT 1141.
       MOVE W-BUD-LUNDI TO BUD-SEMAINE.
       MOVE W-BUD-SAISIE TO BUD-MONTANT.
       MOVE W-UTILISATEUR TO BUD-UTILISATEUR.
       MOVE FUNCTION CURRENT-DATE(1:8) TO BUD-DATE-MAJ.
       EVALUATE TRUE
           WHEN W-BUD-SAISIE = 0 AND W-BUD-TROUVE = 1
               DELETE BUDGETS-IDX RECORD
               MOVE "Budget retire" TO W-MSG
           WHEN W-BUD-SAISIE = 0
               MOVE "Aucun budget pour cette semaine" TO W-MSG
           WHEN W-BUD-TROUVE = 1
               REWRITE BUDGET-SEMAINE
               MOVE "Budget corrige" TO W-MSG
           WHEN OTHER
               WRITE BUDGET-SEMAINE
               MOVE "Budget enregistre" TO W-MSG
       END-EVALUATE.
       CLOSE BUDGETS-IDX.
       DISPLAY FOND-ECRAN.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       26750-LUNDI-DE-LA-SEMAINE.
      *A partir du numero de jour W-PLAN-ENTIER (25400), donne le lundi
      *de sa semaine: numero de jour dans W-BUD-LUNDI-ENTIER et date
      *AAAAMMJJ dans W-BUD-LUNDI. Le jour 1 du calendrier (1er janvier
      *1601) etant un lundi, le reste de la division par 7 du numero
      *moins un donne le rang du jour dans sa semaine.
       COMPUTE W-BUD-LUNDI-ENTIER =
               W-PLAN-ENTIER - FUNCTION MOD(W-PLAN-ENTIER - 1, 7).
       COMPUTE W-BUD-LUNDI-NUM =
               FUNCTION DATE-OF-INTEGER(W-BUD-LUNDI-ENTIER).
       MOVE W-BUD-LUNDI-NUM TO W-BUD-LUNDI.

      ******************************************************************
       26760-COUT-REPAS.
      *Cout d'un repas: la recette W-BUD-NOM au prix en vigueur a la
      *date W-TEND-DATE (26420), mise a l'echelle de W-BUD-PORTIONS
      *portions. Resultat dans W-BUD-COUT-REPAS. Les ingredients non
      *chiffres, ou la recette entiere si elle n'existe plus, sont
      *ajoutes a W-BUD-NC.
       MOVE 0 TO W-BUD-COUT-REPAS.
       OPEN INPUT RECETTES-IDX.
       MOVE W-BUD-NOM TO RECETTE-NOM.
       READ RECETTES-IDX KEY IS RECETTE-NOM
       INVALID KEY
           ADD 1 TO W-BUD-NC
       NOT INVALID KEY
           PERFORM 26420-COUT-RECETTE-A-LA-DATE
           ADD W-NBRE-NON-CHIFFRES TO W-BUD-NC
           IF RECETTE-NBRE-PERSONNES > 0
               COMPUTE W-BUD-COUT-REPAS ROUNDED =
                   W-COUT-TOTAL * W-BUD-PORTIONS
                                / RECETTE-NBRE-PERSONNES
               ON SIZE ERROR
                   MOVE 9999999.99 TO W-BUD-COUT-REPAS
               END-COMPUTE
           ELSE
               MOVE W-COUT-TOTAL TO W-BUD-COUT-REPAS
           END-IF
       END-READ.
       CLOSE RECETTES-IDX.

      ******************************************************************
       26800-RAPPORT-BUDGET.
      *Rapport du cout alimentaire par semaine, a partir de la semaine
      *d'une date saisie et pour un nombre de semaines (1 a 52): cout
      *reel des repas de CUISSONS.DAT, cout prevu des repas de
      *PLAN_SEMAINE.DAT, budget de la semaine et ecarts au budget.
      *Chaque repas est chiffre au prix en vigueur a sa date, mis a
      *l'echelle des portions. Le rapport va dans RAPPORT_BUDGET.TXT.
       DISPLAY FOND-ECRAN.
       DISPLAY "Une date de la premiere semaine (AAAAMMJJ):" AT 0505.
       MOVE SPACE TO W-PLAN-DATE.
       ACCEPT W-PLAN-DATE AT 0549.
       PERFORM 25400-VALIDER-DATE-PLAN.
       PERFORM UNTIL W-PLAN-ENTIER > 0
           MOVE "Date invalide (format AAAAMMJJ)" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-PLAN-DATE
           ACCEPT W-PLAN-DATE AT 0549
           PERFORM 25400-VALIDER-DATE-PLAN
       END-PERFORM.
       PERFORM 26750-LUNDI-DE-LA-SEMAINE.
       DISPLAY "Nombre de semaines (1 a 52):" AT 0705.
       MOVE 0 TO W-BUD-NBRE-SEMAINES.
       ACCEPT W-BUD-NBRE-SEMAINES AT 0734.
       PERFORM UNTIL W-BUD-NBRE-SEMAINES > 0
                 AND W-BUD-NBRE-SEMAINES NOT > 52
           MOVE "Nombre de semaines invalide (1 a 52)" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE 0 TO W-BUD-NBRE-SEMAINES
           ACCEPT W-BUD-NBRE-SEMAINES AT 0734
       END-PERFORM.
       DISPLAY "Calcul en cours..." AT 0905.
       COMPUTE W-PLAN-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (W-BUD-LUNDI-ENTIER + W-BUD-NBRE-SEMAINES * 7 - 1).
       MOVE W-PLAN-DATE-NUM TO W-BUD-FIN-PERIODE.
       OPEN INPUT BUDGETS-IDX.
       PERFORM VARYING W-BUD-SEM FROM 1 BY 1
               UNTIL W-BUD-SEM > W-BUD-NBRE-SEMAINES
           INITIALIZE W-TABLE-BUD-SEMAINES(W-BUD-SEM)
           COMPUTE W-PLAN-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (W-BUD-LUNDI-ENTIER + (W-BUD-SEM - 1) * 7)
           MOVE W-PLAN-DATE-NUM TO WB-LUNDI(W-BUD-SEM)
           MOVE WB-LUNDI(W-BUD-SEM) TO BUD-SEMAINE
           READ BUDGETS-IDX KEY IS BUD-SEMAINE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE BUD-MONTANT TO WB-BUDGET(W-BUD-SEM)
               MOVE 1 TO WB-A-BUDGET(W-BUD-SEM)
           END-READ
       END-PERFORM.
       CLOSE BUDGETS-IDX.
       PERFORM 26810-CUMULER-COUT-REEL.
       PERFORM 26820-CUMULER-COUT-PREVU.
       PERFORM 26830-ECRIRE-RAPPORT-BUDGET.
       DISPLAY FOND-ECRAN.
       MOVE "Rapport ecrit dans RAPPORT_BUDGET.TXT" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Periode du" AT 0810.
       DISPLAY WB-LUNDI(1) AT 0821.
       DISPLAY "au" AT 0830.
       DISPLAY W-BUD-FIN-PERIODE AT 0833.
       DISPLAY "Cout reel:" AT 1010.
       MOVE W-BUD-TOT-REEL TO W-COUT-AFF.
       DISPLAY W-COUT-AFF AT 1030.
       DISPLAY "Cout prevu:" AT 1110.
       MOVE W-BUD-TOT-PREVU TO W-COUT-AFF.
       DISPLAY W-COUT-AFF AT 1130.
       DISPLAY "Budget:" AT 1210.
       MOVE W-BUD-TOT-BUDGET TO W-COUT-AFF.
       DISPLAY W-COUT-AFF AT 1230.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       26810-CUMULER-COUT-REEL.
      *Lit le journal des cuissons et ajoute le cout de chaque repas
      *de la periode a sa semaine, au prix en vigueur le jour de la
      *cuisson.
       MOVE 0 TO W-BUD-FIN-FIC.
       OPEN INPUT CUISSONS-FIC.
       PERFORM UNTIL W-BUD-FIN-FIC = 1
           READ CUISSONS-FIC
           AT END MOVE 1 TO W-BUD-FIN-FIC
           END-READ
           IF W-BUD-FIN-FIC = 0
              AND LIGNE-CUISSON(1:8) NOT < WB-LUNDI(1)
              AND LIGNE-CUISSON(1:8) NOT > W-BUD-FIN-PERIODE
               MOVE LIGNE-CUISSON(1:8) TO W-PLAN-DATE
               PERFORM 25400-VALIDER-DATE-PLAN
               IF W-PLAN-ENTIER > 0
                   COMPUTE W-BUD-SEM =
                       (W-PLAN-ENTIER - W-BUD-LUNDI-ENTIER) / 7 + 1
                   MOVE LIGNE-CUISSON(15:50) TO W-BUD-NOM
                   IF LIGNE-CUISSON(12:2) NUMERIC
                       MOVE LIGNE-CUISSON(12:2) TO W-BUD-PORTIONS
                   ELSE
                       MOVE 0 TO W-BUD-PORTIONS
                   END-IF
                   MOVE W-PLAN-DATE TO W-TEND-DATE
                   MOVE 0 TO W-BUD-NC
                   PERFORM 26760-COUT-REPAS
                   ADD W-BUD-COUT-REPAS TO WB-REEL(W-BUD-SEM)
                   ADD W-BUD-NC TO WB-NC(W-BUD-SEM)
                   ADD 1 TO WB-NBRE-REEL(W-BUD-SEM)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE CUISSONS-FIC.

      ******************************************************************
       26820-CUMULER-COUT-PREVU.
      *Parcourt le plan de semaine sur la periode et ajoute le cout de
      *chaque repas planifie a sa semaine, au prix en vigueur a la
      *date du repas (le dernier prix connu pour un repas a venir).
       OPEN INPUT PLAN-SEMAINE-IDX.
       MOVE 0 TO W-BUD-FIN-FIC.
       MOVE WB-LUNDI(1) TO PLAN-DATE.
       MOVE LOW-VALUE TO PLAN-CODE-REPAS.
       START PLAN-SEMAINE-IDX KEY IS NOT LESS THAN PLAN-CLE
       INVALID KEY
           MOVE 1 TO W-BUD-FIN-FIC
       END-START.
       PERFORM UNTIL W-BUD-FIN-FIC = 1
           READ PLAN-SEMAINE-IDX NEXT RECORD
           AT END MOVE 1 TO W-BUD-FIN-FIC
           END-READ
           IF W-BUD-FIN-FIC = 0 AND PLAN-DATE > W-BUD-FIN-PERIODE
               MOVE 1 TO W-BUD-FIN-FIC
           END-IF
           IF W-BUD-FIN-FIC = 0
               MOVE PLAN-DATE TO W-PLAN-DATE
               PERFORM 25400-VALIDER-DATE-PLAN
               IF W-PLAN-ENTIER > 0
                   COMPUTE W-BUD-SEM =
                       (W-PLAN-ENTIER - W-BUD-LUNDI-ENTIER) / 7 + 1
                   MOVE PLAN-NOM-RECETTE TO W-BUD-NOM
                   MOVE PLAN-PORTIONS TO W-BUD-PORTIONS
                   MOVE PLAN-DATE TO W-TEND-DATE
                   MOVE 0 TO W-BUD-NC
                   PERFORM 26760-COUT-REPAS
                   ADD W-BUD-COUT-REPAS TO WB-PREVU(W-BUD-SEM)
                   ADD W-BUD-NC TO WB-NC(W-BUD-SEM)
                   ADD 1 TO WB-NBRE-PREVU(W-BUD-SEM)
               END-IF
           END-IF
       END-PERFORM.
       CLOSE PLAN-SEMAINE-IDX.

      ******************************************************************
       26830-ECRIRE-RAPPORT-BUDGET.
      *Ecrit RAPPORT_BUDGET.TXT: une ligne par semaine avec le cout
      *reel, le cout prevu, le budget et les ecarts reel - budget et
      *prevu - budget (positif = depassement), puis les totaux de la
      *periode. Une semaine sans budget n'a pas d'ecart.
       MOVE 0 TO W-BUD-TOT-REEL.
       MOVE 0 TO W-BUD-TOT-PREVU.
       MOVE 0 TO W-BUD-TOT-BUDGET.
       OPEN OUTPUT RAPPORT-BUDGET-FIC.
       MOVE SPACE TO LIGNE-RAPBUDGET.
       MOVE "COUT ALIMENTAIRE PAR SEMAINE DU" TO LIGNE-RAPBUDGET(1:31).
       MOVE WB-LUNDI(1) TO LIGNE-RAPBUDGET(33:8).
       MOVE "AU" TO LIGNE-RAPBUDGET(42:2).
       MOVE W-BUD-FIN-PERIODE TO LIGNE-RAPBUDGET(45:8).
       WRITE LIGNE-RAPBUDGET.
       MOVE SPACE TO LIGNE-RAPBUDGET.
       WRITE LIGNE-RAPBUDGET.
       MOVE SPACE TO LIGNE-RAPBUDGET.
       MOVE "Lundi" TO LIGNE-RAPBUDGET(1:5).
       MOVE "Reel $" TO LIGNE-RAPBUDGET(14:6).
       MOVE "Prevu $" TO LIGNE-RAPBUDGET(24:7).
       MOVE "Budget $" TO LIGNE-RAPBUDGET(34:8).
       MOVE "Reel-Bud" TO LIGNE-RAPBUDGET(46:8).
       MOVE "Prevu-Bud" TO LIGNE-RAPBUDGET(57:9).
       MOVE "NC" TO LIGNE-RAPBUDGET(70:2).
       WRITE LIGNE-RAPBUDGET.
       PERFORM VARYING W-BUD-SEM FROM 1 BY 1
               UNTIL W-BUD-SEM > W-BUD-NBRE-SEMAINES
           ADD WB-REEL(W-BUD-SEM) TO W-BUD-TOT-REEL
           ADD WB-PREVU(W-BUD-SEM) TO W-BUD-TOT-PREVU
           ADD WB-BUDGET(W-BUD-SEM) TO W-BUD-TOT-BUDGET
           MOVE SPACE TO LIGNE-RAPBUDGET
           MOVE WB-LUNDI(W-BUD-SEM) TO LIGNE-RAPBUDGET(1:8)
           MOVE WB-REEL(W-BUD-SEM) TO W-COUT-AFF
           MOVE W-COUT-AFF TO LIGNE-RAPBUDGET(10:10)
           MOVE WB-PREVU(W-BUD-SEM) TO W-COUT-AFF
           MOVE W-COUT-AFF TO LIGNE-RAPBUDGET(21:10)
           IF WB-A-BUDGET(W-BUD-SEM) = 1
               MOVE WB-BUDGET(W-BUD-SEM) TO W-COUT-AFF
               MOVE W-COUT-AFF TO LIGNE-RAPBUDGET(32:10)
               COMPUTE W-BUD-ECART =
                       WB-REEL(W-BUD-SEM) - WB-BUDGET(W-BUD-SEM)
               MOVE W-BUD-ECART TO W-BUD-ECART-AFF
               MOVE W-BUD-ECART-AFF TO LIGNE-RAPBUDGET(43:11)
               COMPUTE W-BUD-ECART =
                       WB-PREVU(W-BUD-SEM) - WB-BUDGET(W-BUD-SEM)
               MOVE W-BUD-ECART TO W-BUD-ECART-AFF
               MOVE W-BUD-ECART-AFF TO LIGNE-RAPBUDGET(55:11)
           ELSE
               MOVE "(aucun)" TO LIGNE-RAPBUDGET(35:7)
           END-IF
           IF WB-NC(W-BUD-SEM) > 0
               MOVE WB-NC(W-BUD-SEM) TO LIGNE-RAPBUDGET(69:3)
           END-IF
           WRITE LIGNE-RAPBUDGET
       END-PERFORM.
       MOVE SPACE TO LIGNE-RAPBUDGET.
       WRITE LIGNE-RAPBUDGET.
       MOVE SPACE TO LIGNE-RAPBUDGET.
       MOVE "Total" TO LIGNE-RAPBUDGET(1:5).
       MOVE W-BUD-TOT-REEL TO W-COUT-AFF.
       MOVE W-COUT-AFF TO LIGNE-RAPBUDGET(10:10).
       MOVE W-BUD-TOT-PREVU TO W-COUT-AFF.
       MOVE W-COUT-AFF TO LIGNE-RAPBUDGET(21:10).
       MOVE W-BUD-TOT-BUDGET TO W-COUT-AFF.
       MOVE W-COUT-AFF TO LIGNE-RAPBUDGET(32:10).
       WRITE LIGNE-RAPBUDGET.
       MOVE SPACE TO LIGNE-RAPBUDGET.
       WRITE LIGNE-RAPBUDGET.
       MOVE SPACE TO LIGNE-RAPBUDGET.
       MOVE "NC: ingredients non chiffres (sans prix a la date ou dans"
                                           TO LIGNE-RAPBUDGET(1:57).
       MOVE " une autre unite)" TO LIGNE-RAPBUDGET(58:17).
       WRITE LIGNE-RAPBUDGET.
       MOVE SPACE TO LIGNE-RAPBUDGET.
       MOVE "et recettes disparues; les totaux les comptent a zero."
                                           TO LIGNE-RAPBUDGET(1:54).
       WRITE LIGNE-RAPBUDGET.
       CLOSE RAPPORT-BUDGET-FIC.

      ******************************************************************
       26900-VERIFIER-BUDGET-PLAN.
      *Avant d'enregistrer le repas saisi dans 25100 (W-PLAN-DATE,
      *W-PLAN-CODE, W-PLAN-NOM, W-PLAN-PORTIONS): si sa semaine a un
      *budget, recalcule le cout prevu de la semaine avec ce repas (a
      *la place de celui qu'il remplace a la meme date et au meme
      *repas). W-BUD-DEPASSE vaut 1 si ce cout depasse le budget; le
      *lundi, le budget et le cout prevu restent dans W-BUD-LUNDI,
      *W-BUD-MONTANT et W-BUD-PREVU pour l'avertissement.
       MOVE 0 TO W-BUD-DEPASSE.
       MOVE 0 TO W-BUD-PREVU.
       MOVE 0 TO W-BUD-MONTANT.
       PERFORM 25400-VALIDER-DATE-PLAN.
       PERFORM 26750-LUNDI-DE-LA-SEMAINE.
       MOVE 0 TO W-BUD-TROUVE.
       OPEN INPUT BUDGETS-IDX.
       MOVE W-BUD-LUNDI TO BUD-SEMAINE.
       READ BUDGETS-IDX KEY IS BUD-SEMAINE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE 1 TO W-BUD-TROUVE
           MOVE BUD-MONTANT TO W-BUD-MONTANT
       END-READ.
       CLOSE BUDGETS-IDX.
       IF W-BUD-TROUVE = 1
           COMPUTE W-PLAN-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(W-BUD-LUNDI-ENTIER + 6)
           MOVE W-PLAN-DATE-NUM TO W-BUD-FIN-PERIODE
           MOVE 0 TO W-BUD-NC
           OPEN INPUT PLAN-SEMAINE-IDX
           MOVE 0 TO W-BUD-FIN-FIC
           MOVE W-BUD-LUNDI TO PLAN-DATE
           MOVE LOW-VALUE TO PLAN-CODE-REPAS
           START PLAN-SEMAINE-IDX KEY IS NOT LESS THAN PLAN-CLE
           INVALID KEY
               MOVE 1 TO W-BUD-FIN-FIC
           END-START
           PERFORM UNTIL W-BUD-FIN-FIC = 1
               READ PLAN-SEMAINE-IDX NEXT RECORD
               AT END MOVE 1 TO W-BUD-FIN-FIC
               END-READ
               IF W-BUD-FIN-FIC = 0
                  AND PLAN-DATE > W-BUD-FIN-PERIODE
                   MOVE 1 TO W-BUD-FIN-FIC
               END-IF
               IF W-BUD-FIN-FIC = 0
                   IF PLAN-DATE NOT = W-PLAN-DATE
                      OR PLAN-CODE-REPAS NOT =
                                      FUNCTION UPPER-CASE(W-PLAN-CODE)
                       MOVE PLAN-NOM-RECETTE TO W-BUD-NOM
                       MOVE PLAN-PORTIONS TO W-BUD-PORTIONS
                       MOVE PLAN-DATE TO W-TEND-DATE
                       PERFORM 26760-COUT-REPAS
                       ADD W-BUD-COUT-REPAS TO W-BUD-PREVU
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PLAN-SEMAINE-IDX
           MOVE W-PLAN-NOM TO W-BUD-NOM
           MOVE W-PLAN-PORTIONS TO W-BUD-PORTIONS
           MOVE W-PLAN-DATE TO W-TEND-DATE
           PERFORM 26760-COUT-REPAS
           ADD W-BUD-COUT-REPAS TO W-BUD-PREVU
           IF W-BUD-PREVU > W-BUD-MONTANT
               MOVE 1 TO W-BUD-DEPASSE
           END-IF
       END-IF.

      ******************************************************************
       39000-MENU-ALLERGENES.
      *Menu des allergenes et des convives: fiche de restrictions de
      *chaque convive habituel (verifiee a la planification des
      *repas) et filtre des parcours de recettes pour la session.
       MOVE SPACE TO W-CHOIX-CONVIVES.
       PERFORM UNTIL W-CHOIX-CONVIVES = "5"
           DISPLAY FOND-ECRAN
           DISPLAY "Allergenes et convives" AT 0625
           DISPLAY "1) Ajouter/corriger un convive" AT 0825
           DISPLAY "2) Lister les convives" AT 0925
           DISPLAY "3) Retirer un convive" AT 1025
           DISPLAY "4) Filtre des parcours de recettes" AT 1125
           DISPLAY "5) Revenir au menu principal" AT 1225
           DISPLAY "Votre choix:" AT 1425
           MOVE SPACE TO W-CHOIX-CONVIVES
           ACCEPT W-CHOIX-CONVIVES AT 1438
           EVALUATE TRUE
               WHEN W-CHOIX-CONVIVES = "1"
                   PERFORM 39100-CNV-MAINTENIR
               WHEN W-CHOIX-CONVIVES = "2"
                   PERFORM 39200-CNV-LISTER
               WHEN W-CHOIX-CONVIVES = "3"
                   PERFORM 39300-CNV-RETIRER
               WHEN W-CHOIX-CONVIVES = "4"
                   PERFORM 39400-FILTRE-PARCOURS
               WHEN W-CHOIX-CONVIVES <> "5"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
           END-EVALUATE
       END-PERFORM.

      ******************************************************************
       39100-CNV-MAINTENIR.
      *Saisit ou corrige la fiche d'un convive: les allergenes et les
      *regimes qu'il doit eviter, avec les memes codes que le
      *repertoire des ingredients.
       DISPLAY FOND-ECRAN.
       DISPLAY "Nom du convive:" AT 0505.
       MOVE SPACE TO W-CNV-NOM.
       ACCEPT W-CNV-NOM AT 0521.
       IF W-CNV-NOM = SPACE
           MOVE "Aucun nom saisi" TO W-MSG
       ELSE
           OPEN I-O CONVIVES-IDX
           MOVE W-CNV-NOM TO CNV-NOM
           READ CONVIVES-IDX KEY IS CNV-NOM
           INVALID KEY
               MOVE 0 TO W-CNV-TROUVE
           NOT INVALID KEY
               MOVE 1 TO W-CNV-TROUVE
               MOVE CNV-ALLERGENES TO W-ALG-A-LIBELLER
               MOVE CNV-REGIMES TO W-REG-A-LIBELLER
               PERFORM 27980-LIBELLER-PROFIL
               DISPLAY "Allergenes:" AT 0705
               DISPLAY W-ALG-TEXTE AT 0717
               DISPLAY "Regimes:" AT 0805
               DISPLAY W-REG-TEXTE AT 0817
           END-READ
           PERFORM 27910-AFFICHER-LEGENDE
           DISPLAY "Allergenes a eviter (vide si aucun):" AT 1005
           DISPLAY "Regimes a eviter (vide si aucun):" AT 1105
           MOVE 1 TO W-ALG-INVALIDE
           PERFORM UNTIL W-ALG-INVALIDE = 0
               MOVE SPACE TO W-ALG-SAISIE
               ACCEPT W-ALG-SAISIE AT 1042
               MOVE SPACE TO W-REG-SAISIE
               ACCEPT W-REG-SAISIE AT 1142
               PERFORM 27920-CONVERTIR-CODES
               IF W-ALG-INVALIDE = 1
                   MOVE "Code inconnu: voir la liste des codes"
                                                               TO W-MSG
                   DISPLAY W-MSG AT 2501
               END-IF
           END-PERFORM
           MOVE W-CNV-NOM TO CNV-NOM
           MOVE W-ALG-RESULTAT TO CNV-ALLERGENES
           MOVE W-REG-RESULTAT TO CNV-REGIMES
           IF W-CNV-TROUVE = 1
               REWRITE CONVIVE
               MOVE "Convive corrige" TO W-MSG
           ELSE
               WRITE CONVIVE
               MOVE "Convive ajoute" TO W-MSG
           END-IF
           CLOSE CONVIVES-IDX
       END-IF.
       DISPLAY FOND-ECRAN.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       39200-CNV-LISTER.
      *Affiche les convives au fichier, page par page, avec leurs
      *allergenes et leurs regimes a eviter.
       INITIALIZE W-ENTREE.
       DISPLAY FOND-ECRAN.
       MOVE "Convives" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       MOVE 0 TO W-IND-FIN-FICHIER.
       MOVE 5 TO W-NO-LIGNE.
       OPEN INPUT CONVIVES-IDX.
       PERFORM UNTIL W-IND-FIN-FICHIER = 1 OR W-ENTREE = "Q" OR "q"
           READ CONVIVES-IDX NEXT RECORD
           AT END MOVE 1 TO W-IND-FIN-FICHIER
           END-READ
           IF W-IND-FIN-FICHIER = 0
               MOVE CNV-ALLERGENES TO W-ALG-A-LIBELLER
               MOVE CNV-REGIMES TO W-REG-A-LIBELLER
               PERFORM 27980-LIBELLER-PROFIL
               DISPLAY CNV-NOM AT LINE W-NO-LIGNE COL 05
               DISPLAY "Regimes:" AT LINE W-NO-LIGNE COL 27
               DISPLAY W-REG-TEXTE AT LINE W-NO-LIGNE COL 36
               ADD 1 TO W-NO-LIGNE
               DISPLAY W-ALG-TEXTE AT LINE W-NO-LIGNE COL 07
               ADD 2 TO W-NO-LIGNE
               IF W-NO-LIGNE > 22
                   MOVE "ENTREE -> Page suivante   Q -> Quitter"
                                                               TO W-MSG
                   DISPLAY W-MSG AT 2501
                   MOVE SPACE TO W-ENTREE
                   ACCEPT W-ENTREE AT 2580
                   IF W-ENTREE <> "Q" AND "q"
                       DISPLAY FOND-ECRAN
                       DISPLAY W-MSG AT 2501
                       MOVE 5 TO W-NO-LIGNE
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE CONVIVES-IDX.
       IF W-ENTREE <> "Q" AND "q"
           MOVE "Fin des convives. Appuyer sur ENTREE." TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       39300-CNV-RETIRER.
      *Retire la fiche d'un convive qui ne mange plus a la maison.
       DISPLAY FOND-ECRAN.
       DISPLAY "Nom du convive a retirer:" AT 0505.
       MOVE SPACE TO W-CNV-NOM.
       ACCEPT W-CNV-NOM AT 0531.
       OPEN I-O CONVIVES-IDX.
       MOVE W-CNV-NOM TO CNV-NOM.
       READ CONVIVES-IDX KEY IS CNV-NOM
       INVALID KEY
           MOVE "Ce convive n'est pas au fichier" TO W-MSG
       NOT INVALID KEY
           DISPLAY "Retirer ce convive? O/N" AT 0705
           MOVE SPACE TO W-CNV-REPONSE
           PERFORM UNTIL W-CNV-REPONSE = "O" OR "o" OR "N" OR "n"
               MOVE SPACE TO W-CNV-REPONSE
               ACCEPT W-CNV-REPONSE AT 0729
           END-PERFORM
           IF W-CNV-REPONSE = "O" OR "o"
               DELETE CONVIVES-IDX RECORD
               MOVE "Convive retire" TO W-MSG
           ELSE
               MOVE "Retrait annule" TO W-MSG
           END-IF
       END-READ.
       CLOSE CONVIVES-IDX.
       DISPLAY FOND-ECRAN.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       39400-FILTRE-PARCOURS.
      *Fixe le filtre des parcours de recettes (affichage, recherche
      *par ingredient, par categorie, par temps et mieux notees): les
      *recettes dont le profil contient un des codes choisis n'y
      *apparaissent plus. Le filtre dure jusqu'a la fin de la session;
      *une saisie vide l'annule.
       DISPLAY FOND-ECRAN.
       MOVE W-FILTRE-ALLERGENES TO W-ALG-A-LIBELLER.
       MOVE W-FILTRE-REGIMES TO W-REG-A-LIBELLER.
       PERFORM 27980-LIBELLER-PROFIL.
       DISPLAY "Filtre actuel" AT 0505.
       DISPLAY "Allergenes:" AT 0705.
       DISPLAY W-ALG-TEXTE AT 0717.
       DISPLAY "Regimes:" AT 0805.
       DISPLAY W-REG-TEXTE AT 0817.
       PERFORM 27910-AFFICHER-LEGENDE.
       DISPLAY "Allergenes a exclure (vide si aucun):" AT 1005.
       DISPLAY "Regimes a exclure (vide si aucun):" AT 1105.
       MOVE 1 TO W-ALG-INVALIDE.
       PERFORM UNTIL W-ALG-INVALIDE = 0
           MOVE SPACE TO W-ALG-SAISIE
           ACCEPT W-ALG-SAISIE AT 1043
           MOVE SPACE TO W-REG-SAISIE
           ACCEPT W-REG-SAISIE AT 1143
           PERFORM 27920-CONVERTIR-CODES
           IF W-ALG-INVALIDE = 1
               MOVE "Code inconnu: voir la liste des codes" TO W-MSG
               DISPLAY W-MSG AT 2501
           END-IF
       END-PERFORM.
       MOVE W-ALG-RESULTAT TO W-FILTRE-ALLERGENES.
       MOVE W-REG-RESULTAT TO W-FILTRE-REGIMES.
       DISPLAY FOND-ECRAN.
       IF W-FILTRE-ALLERGENES = SPACE AND W-FILTRE-REGIMES = SPACE
           MOVE "Aucun filtre: toutes les recettes sont parcourues"
                                                               TO W-MSG
       ELSE
           MOVE "Filtre applique aux parcours de recettes" TO W-MSG
       END-IF.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.

      ******************************************************************
       39500-VERIFIER-CONVIVES-PLAN.
      *Avant d'enregistrer un repas planifie: compare le profil de la
      *recette W-PLAN-NOM aux restrictions de chaque convive habituel.
      *Les conflits sont affiches et l'usager confirme (W-CNV-REPONSE
      *a "O") ou renonce ("N"). Sans conflit, W-CNV-REPONSE vaut "O".
       MOVE "O" TO W-CNV-REPONSE.
       MOVE 0 TO W-CNV-NBRE-CONFLITS.
       OPEN INPUT RECETTES-IDX.
       MOVE W-PLAN-NOM TO RECETTE-NOM.
       READ RECETTES-IDX KEY IS RECETTE-NOM
       INVALID KEY
           MOVE 0 TO RECETTE-NBRE-INGREDIENTS
       END-READ.
       CLOSE RECETTES-IDX.
       PERFORM 27950-PROFIL-RECETTE.
       MOVE 0 TO W-CNV-FIN.
       MOVE 7 TO W-NO-LIGNE.
       OPEN INPUT CONVIVES-IDX.
       PERFORM UNTIL W-CNV-FIN = 1
           READ CONVIVES-IDX NEXT RECORD
           AT END MOVE 1 TO W-CNV-FIN
           END-READ
           IF W-CNV-FIN = 0
               MOVE CNV-ALLERGENES TO W-ALG-COMPARER
               MOVE CNV-REGIMES TO W-REG-COMPARER
               PERFORM 27990-COMPARER-PROFIL
               IF W-ALG-CONFLIT = 1
                   ADD 1 TO W-CNV-NBRE-CONFLITS
                   IF W-CNV-NBRE-CONFLITS = 1
                       DISPLAY FOND-ECRAN
                       DISPLAY "Cette recette ne convient pas a:"
                                                               AT 0405
                       DISPLAY W-PLAN-NOM AT 0505
                   END-IF
      *L'ecran montre les sept premiers convives en conflit; le
      *nombre total est donne en bas.
                   IF W-NO-LIGNE < 21
                       MOVE W-ALG-COMMUN TO W-ALG-A-LIBELLER
                       MOVE W-REG-COMMUN TO W-REG-A-LIBELLER
                       PERFORM 27980-LIBELLER-PROFIL
                       DISPLAY CNV-NOM AT LINE W-NO-LIGNE COL 05
                       DISPLAY "Regimes:" AT LINE W-NO-LIGNE COL 27
                       DISPLAY W-REG-TEXTE AT LINE W-NO-LIGNE COL 36
                       ADD 1 TO W-NO-LIGNE
                       DISPLAY W-ALG-TEXTE AT LINE W-NO-LIGNE COL 07
                       ADD 1 TO W-NO-LIGNE
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
       CLOSE CONVIVES-IDX.
       IF W-CNV-NBRE-CONFLITS > 0
           MOVE "Attention: conflit avec les convives habituels"
                                                               TO W-MSG
           DISPLAY W-MSG AT 2501
           DISPLAY "Convives en conflit:" AT 2105
           DISPLAY W-CNV-NBRE-CONFLITS AT 2126
           IF W-ALG-NC > 0
               DISPLAY "Ingredients hors repertoire:" AT 2135
               DISPLAY W-ALG-NC AT 2164
           END-IF
           DISPLAY "Planifier quand meme (O/N)?" AT 2305
           MOVE SPACE TO W-CNV-REPONSE
           PERFORM UNTIL W-CNV-REPONSE = "O" OR "o" OR "N" OR "n"
               MOVE SPACE TO W-CNV-REPONSE
               ACCEPT W-CNV-REPONSE AT 2334
           END-PERFORM
           DISPLAY FOND-ECRAN
       END-IF.

      ******************************************************************
       51000-MENU-ARCHIVES.
      *Menu des archives et de la conservation: deplacer vers les
      *archives une recette qu'on ne fait plus (avec ses commentaires
      *et son historique) et l'en ramener, et fixer combien de
      *versions d'historique et de mois de prix on garde.
       MOVE SPACE TO W-CHOIX-ARCHIVES.
       PERFORM UNTIL W-CHOIX-ARCHIVES = "6"
           DISPLAY FOND-ECRAN
           DISPLAY "Archives et conservation" AT 0625
           DISPLAY "1) Archiver une recette" AT 0825
           DISPLAY "2) Ramener une recette archivee" AT 0925
           DISPLAY "3) Lister les recettes archivees" AT 1025
           DISPLAY "4) Regles de conservation" AT 1125
           DISPLAY "5) Appliquer la conservation maintenant" AT 1225
           DISPLAY "6) Revenir au menu principal" AT 1325
           DISPLAY "Votre choix:" AT 1525
           MOVE SPACE TO W-CHOIX-ARCHIVES
           ACCEPT W-CHOIX-ARCHIVES AT 1538
           EVALUATE TRUE
               WHEN W-CHOIX-ARCHIVES = "1"
                   PERFORM 51100-ARCHIVER-RECETTE
               WHEN W-CHOIX-ARCHIVES = "2"
                   PERFORM 51200-RAMENER-RECETTE
               WHEN W-CHOIX-ARCHIVES = "3"
                   PERFORM 51300-LISTER-ARCHIVES
               WHEN W-CHOIX-ARCHIVES = "4"
                   PERFORM 51400-REGLER-CONSERVATION
               WHEN W-CHOIX-ARCHIVES = "5"
                   PERFORM 51500-APPLIQUER-CONSERVATION
               WHEN W-CHOIX-ARCHIVES <> "6"
                   MOVE "Choix invalide" TO W-MSG
                   DISPLAY W-MSG AT 2501
           END-EVALUATE
       END-PERFORM.

      ******************************************************************
       51100-ARCHIVER-RECETTE.
      *Deplace aux archives une recette qu'on ne fait plus, avec son
      *entree de commentaires et toutes ses versions d'historique.
      *Elle sort du sommaire, des parcours et du catalogue; les repas
      *du plan qui la pointaient sont retires comme a la suppression.
      *Une sous-recette encore employee par une autre recette reste
      *en place, et un nom deja present aux archives est refuse.
       PERFORM 10000-INITIALISER.
       MOVE SPACE TO W-MSG.
       DISPLAY "Archiver une recette" AT 0305.
       DISPLAY "Nom de la recette:" AT 0505.
       MOVE SPACE TO W-ARC-NOM.
       ACCEPT W-ARC-NOM AT 0524.
       MOVE 0 TO W-ARC-EXISTE.
       OPEN INPUT ARC-RECETTES-IDX.
       MOVE W-ARC-NOM TO ARCR-NOM.
       READ ARC-RECETTES-IDX KEY IS ARCR-NOM
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE 1 TO W-ARC-EXISTE
       END-READ.
       CLOSE ARC-RECETTES-IDX.
       MOVE W-ARC-NOM TO W-DEV-CIBLE.
       PERFORM 41700-CHERCHER-UTILISATIONS.
      *Verrouiller la recette avant de la deplacer: l'autre poste
      *peut etre en train de la modifier.
       OPEN I-O RECETTES-IDX.
       MOVE W-ARC-NOM TO RECETTE-NOM.
       READ RECETTES-IDX WITH LOCK KEY IS RECETTE-NOM.
       EVALUATE TRUE
           WHEN W-STATUT-RECETTES = "51"
               DISPLAY FOND-ECRAN
               MOVE
               "Recette en cours de modification par un autre poste"
                                                               TO W-MSG
           WHEN W-STATUT-RECETTES NOT = "00"
               DISPLAY FOND-ECRAN
               MOVE "Cette recette n'existe pas dans RECETTES.DAT"
                                                               TO W-MSG
           WHEN W-DEV-NBRE-PARENTS > 0
               DISPLAY FOND-ECRAN
               MOVE "Archivage refuse: sous-recette employee par"
                                                               TO W-MSG
               DISPLAY W-DEV-PARENT AT 1010
               DISPLAY "Nombre de recettes qui l'emploient:" AT 1210
               DISPLAY W-DEV-NBRE-PARENTS AT 1246
           WHEN W-ARC-EXISTE = 1
               DISPLAY FOND-ECRAN
               MOVE "Une recette de ce nom est deja aux archives"
                                                               TO W-MSG
           WHEN OTHER
               PERFORM 51110-CONFIRMER-ARCHIVAGE
       END-EVALUATE.
       CLOSE RECETTES-IDX.
       IF W-MSG NOT = SPACE
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       51110-CONFIRMER-ARCHIVAGE.
      *Confirme et execute l'archivage de la recette deja lue et
      *verrouillee par 51100. La recette est ecrite aux archives
      *avant d'etre retiree du fichier maitre, puis ses commentaires
      *et ses versions d'historique la suivent.
       DISPLAY FOND-ECRAN.
       DISPLAY "Archiver la recette" AT 0520.
       DISPLAY RECETTE-NOM AT 0730.
       DISPLAY "avec ses commentaires et son historique? O/N" AT 0920.
       MOVE SPACE TO W-ENTREE.
       PERFORM UNTIL W-ENTREE = "O" OR "o" OR "N" OR "n"
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 0966
       END-PERFORM.
       IF W-ENTREE = "N" OR "n"
           DISPLAY FOND-ECRAN
           MOVE "Archivage annule" TO W-MSG
       ELSE
           MOVE 0 TO W-ARC-CONFLIT
           OPEN I-O ARC-RECETTES-IDX
           MOVE RECETTE-NOM TO ARCR-NOM
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARCR-DATE
           MOVE RECETTE-NBRE-INGREDIENTS TO ARCR-NBRE-INGR
           MOVE 0 TO ARCR-NBRE-VERSIONS
           MOVE SPACE TO ARCR-IMAGE
           MOVE RECETTE TO ARCR-IMAGE
           WRITE ARCHIVE-RECETTE
           INVALID KEY
               MOVE 1 TO W-ARC-CONFLIT
           END-WRITE
           CLOSE ARC-RECETTES-IDX
           IF W-ARC-CONFLIT = 1
               DISPLAY FOND-ECRAN
               MOVE "Ecriture aux archives impossible: rien deplace"
                                                               TO W-MSG
           ELSE
               PERFORM 51120-ARCHIVER-COMMENTAIRES
               PERFORM 51130-ARCHIVER-HISTORIQUE
               OPEN I-O ARC-RECETTES-IDX
               MOVE RECETTE-NOM TO ARCR-NOM
               READ ARC-RECETTES-IDX KEY IS ARCR-NOM
               NOT INVALID KEY
                   MOVE W-ARC-NBRE-VERSIONS TO ARCR-NBRE-VERSIONS
                   REWRITE ARCHIVE-RECETTE
               END-READ
               CLOSE ARC-RECETTES-IDX
               DELETE RECETTES-IDX
               MOVE "ARCHIVAGE" TO W-JOURNAL-ACTION
               MOVE RECETTE-NOM TO W-JOURNAL-NOM
               PERFORM 95000-JOURNALISER
               PERFORM 93100-RETIRER-SOMMAIRE
               PERFORM 46400-PURGER-PLAN-RECETTE
               IF W-REN-NBRE-PLAN > 0
                   MOVE "SUPPR PLAN" TO W-JOURNAL-ACTION
                   MOVE RECETTE-NOM TO W-JOURNAL-NOM
                   PERFORM 95000-JOURNALISER
               END-IF
               DISPLAY FOND-ECRAN
               DISPLAY "RECETTE ARCHIVEE" AT 1010
               DISPLAY "Commentaires archives:" AT 1210
               IF W-ARC-COMM = 1
                   DISPLAY "oui" AT 1233
               ELSE
                   DISPLAY "aucun" AT 1233
               END-IF
               DISPLAY "Versions d'historique archivees:" AT 1310
               MOVE W-ARC-NBRE-VERSIONS TO W-ARC-ED
               DISPLAY W-ARC-ED AT 1343
               IF W-REN-NBRE-PLAN > 0
                   DISPLAY "Repas du plan retires:" AT 1410
                   DISPLAY W-REN-NBRE-PLAN AT 1433
               END-IF
               MOVE SPACE TO W-ENTREE
               ACCEPT W-ENTREE AT 2580
           END-IF
       END-IF.

      ******************************************************************
       51120-ARCHIVER-COMMENTAIRES.
      *Deplace aux archives l'entree de commentaires de la recette en
      *memoire dans RECETTE. W-ARC-COMM vaut 1 si elle en avait une.
       MOVE 0 TO W-ARC-COMM.
       OPEN I-O COMMENTAIRES-IDX.
       MOVE RECETTE-NOM TO COMM-NOM-RECETTE.
       READ COMMENTAIRES-IDX KEY IS COMM-NOM-RECETTE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           OPEN I-O ARC-COMMENTAIRES-IDX
           MOVE COMM-NOM-RECETTE TO ARCC-NOM
           MOVE COMM-NBRE TO ARCC-NBRE
           MOVE SPACE TO ARCC-IMAGE
           MOVE COMMENTAIRE TO ARCC-IMAGE
           WRITE ARCHIVE-COMMENTAIRE
           INVALID KEY
               REWRITE ARCHIVE-COMMENTAIRE
           END-WRITE
           CLOSE ARC-COMMENTAIRES-IDX
           DELETE COMMENTAIRES-IDX
           MOVE 1 TO W-ARC-COMM
       END-READ.
       CLOSE COMMENTAIRES-IDX.

      ******************************************************************
       51130-ARCHIVER-HISTORIQUE.
      *Deplace aux archives, sous leurs numeros d'origine, toutes les
      *versions d'historique de la recette en memoire dans RECETTE.
      *W-ARC-NBRE-VERSIONS donne le nombre de versions deplacees.
       MOVE 0 TO W-ARC-NBRE-VERSIONS.
       OPEN I-O HISTORIQUE-IDX.
       MOVE RECETTE-NOM TO W-REN-NOM-HIST.
       PERFORM 46250-DERNIERE-VERSION-HIST.
       MOVE W-REN-DERNIERE TO W-ARC-DERNIERE.
       OPEN I-O ARC-HISTORIQUE-IDX.
       PERFORM VARYING W-ARC-VERSION FROM 1 BY 1
               UNTIL W-ARC-VERSION > W-ARC-DERNIERE
           MOVE RECETTE-NOM TO HIST-NOM
           MOVE W-ARC-VERSION TO HIST-VERSION
           READ HISTORIQUE-IDX KEY IS HIST-CLE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE HISTORIQUE TO ARCHIVE-HISTORIQUE
               WRITE ARCHIVE-HISTORIQUE
               INVALID KEY
                   REWRITE ARCHIVE-HISTORIQUE
               END-WRITE
               DELETE HISTORIQUE-IDX RECORD
               INVALID KEY
                   CONTINUE
               END-DELETE
               ADD 1 TO W-ARC-NBRE-VERSIONS
           END-READ
       END-PERFORM.
       CLOSE ARC-HISTORIQUE-IDX.
       CLOSE HISTORIQUE-IDX.

      ******************************************************************
       51200-RAMENER-RECETTE.
      *Ramene une recette des archives dans le fichier maitre, avec
      *ses commentaires et ses versions d'historique; elle reparait
      *au sommaire et dans les parcours. Refuse si une recette du
      *meme nom a ete creee depuis (la renommer d'abord) ou si ses
      *sous-recettes la ramenent aujourd'hui a elle-meme.
       PERFORM 10000-INITIALISER.
       MOVE SPACE TO W-MSG.
       DISPLAY "Ramener une recette archivee" AT 0305.
       DISPLAY "Nom de la recette:" AT 0505.
       MOVE SPACE TO W-ARC-NOM.
       ACCEPT W-ARC-NOM AT 0524.
       MOVE 0 TO W-ARC-EXISTE.
       OPEN INPUT ARC-RECETTES-IDX.
       MOVE W-ARC-NOM TO ARCR-NOM.
       READ ARC-RECETTES-IDX KEY IS ARCR-NOM
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE 1 TO W-ARC-EXISTE
       END-READ.
       CLOSE ARC-RECETTES-IDX.
       IF W-ARC-EXISTE = 0
           MOVE "Cette recette n'est pas aux archives" TO W-MSG
       ELSE
           IF ARCR-NBRE-INGR < 1 OR ARCR-NBRE-INGR > 99
               MOVE "Image archivee inutilisable" TO W-MSG
           END-IF
           OPEN I-O RECETTES-IDX
           MOVE W-ARC-NOM TO RECETTE-NOM
           READ RECETTES-IDX KEY IS RECETTE-NOM
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Ce nom est repris par une autre recette: renommer"
                                                               TO W-MSG
           END-READ
           IF W-MSG = SPACE
               MOVE 0 TO W-DEV-CYCLE
               MOVE ARCR-NBRE-INGR TO RECETTE-NBRE-INGREDIENTS
               MOVE ARCR-IMAGE TO RECETTE
               PERFORM 41500-VERIFIER-CYCLE
               IF W-DEV-CYCLE = 1
                   MOVE "Retour refuse: la recette se contiendrait"
                                                               TO W-MSG
               ELSE
                   PERFORM 51210-CONFIRMER-RETOUR
               END-IF
           END-IF
           CLOSE RECETTES-IDX
       END-IF.
       IF W-MSG NOT = SPACE
           DISPLAY FOND-ECRAN
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       51210-CONFIRMER-RETOUR.
      *Confirme et execute le retour de la recette chargee dans
      *RECETTE par 51200: la recette est recreee, puis ses
      *commentaires et ses versions d'historique, puis le sommaire
      *est mis a jour (la note vient des commentaires).
       DISPLAY FOND-ECRAN.
       DISPLAY "Ramener la recette" AT 0520.
       DISPLAY RECETTE-NOM AT 0730.
       DISPLAY "archivee le" AT 0920.
       DISPLAY ARCR-DATE AT 0932.
       DISPLAY "O/N?" AT 1120.
       MOVE SPACE TO W-ENTREE.
       PERFORM UNTIL W-ENTREE = "O" OR "o" OR "N" OR "n"
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 1125
       END-PERFORM.
       IF W-ENTREE = "N" OR "n"
           MOVE "Retour annule" TO W-MSG
       ELSE
           WRITE RECETTE
           PERFORM 51220-RAMENER-COMMENTAIRES
           PERFORM 51230-RAMENER-HISTORIQUE
           PERFORM 93000-MAJ-SOMMAIRE
           OPEN I-O ARC-RECETTES-IDX
           MOVE RECETTE-NOM TO ARCR-NOM
           DELETE ARC-RECETTES-IDX RECORD
           INVALID KEY
               CONTINUE
           END-DELETE
           CLOSE ARC-RECETTES-IDX
           MOVE "RETOUR ARCHIVE" TO W-JOURNAL-ACTION
           MOVE RECETTE-NOM TO W-JOURNAL-NOM
           PERFORM 95000-JOURNALISER
           DISPLAY FOND-ECRAN
           DISPLAY "RECETTE RAMENEE DES ARCHIVES" AT 1010
           DISPLAY "Commentaires ramenes:" AT 1210
           IF W-ARC-COMM = 1
               DISPLAY "oui" AT 1233
           ELSE
               DISPLAY "aucun" AT 1233
           END-IF
           IF W-ARC-CONFLIT = 1
               DISPLAY "(le fichier en avait deja: gardes aux archives)"
                                                               AT 1239
           END-IF
           DISPLAY "Versions d'historique ramenees:" AT 1310
           MOVE W-ARC-NBRE-VERSIONS TO W-ARC-ED
           DISPLAY W-ARC-ED AT 1343
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.

      ******************************************************************
       51220-RAMENER-COMMENTAIRES.
      *Ramene des archives l'entree de commentaires de la recette en
      *memoire dans RECETTE. Si COMMENTAIRES.DAT a deja une entree a
      *ce nom, rien n'est ecrase: l'entree archivee reste aux
      *archives et W-ARC-CONFLIT vaut 1.
       MOVE 0 TO W-ARC-COMM.
       MOVE 0 TO W-ARC-CONFLIT.
       OPEN I-O ARC-COMMENTAIRES-IDX.
       MOVE RECETTE-NOM TO ARCC-NOM.
       READ ARC-COMMENTAIRES-IDX KEY IS ARCC-NOM
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           OPEN I-O COMMENTAIRES-IDX
           MOVE ARCC-NBRE TO COMM-NBRE
           MOVE ARCC-IMAGE TO COMMENTAIRE
           WRITE COMMENTAIRE
           INVALID KEY
               MOVE 1 TO W-ARC-CONFLIT
           NOT INVALID KEY
               MOVE 1 TO W-ARC-COMM
           END-WRITE
           CLOSE COMMENTAIRES-IDX
           IF W-ARC-COMM = 1
               DELETE ARC-COMMENTAIRES-IDX RECORD
               INVALID KEY
                   CONTINUE
               END-DELETE
           END-IF
       END-READ.
       CLOSE ARC-COMMENTAIRES-IDX.

      ******************************************************************
       51230-RAMENER-HISTORIQUE.
      *Ramene des archives les versions d'historique de la recette en
      *memoire dans RECETTE. Si HISTORIQUE.DAT a deja des versions a
      *ce nom (recette homonyme supprimee entre-temps), les versions
      *ramenees sont renumerotees a leur suite, comme au renommage.
       MOVE 0 TO W-ARC-NBRE-VERSIONS.
       OPEN I-O HISTORIQUE-IDX.
       MOVE RECETTE-NOM TO W-REN-NOM-HIST.
       PERFORM 46250-DERNIERE-VERSION-HIST.
       MOVE W-REN-DERNIERE TO W-ARC-BASE.
       OPEN I-O ARC-HISTORIQUE-IDX.
       PERFORM 51240-DERNIERE-VERSION-ARC.
       PERFORM VARYING W-ARC-VERSION FROM 1 BY 1
               UNTIL W-ARC-VERSION > W-ARC-DERNIERE
           MOVE RECETTE-NOM TO ARCH-NOM
           MOVE W-ARC-VERSION TO ARCH-VERSION
           READ ARC-HISTORIQUE-IDX KEY IS ARCH-CLE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ARCHIVE-HISTORIQUE TO HISTORIQUE
               COMPUTE HIST-VERSION = W-ARC-BASE + W-ARC-VERSION
               WRITE HISTORIQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO W-ARC-NBRE-VERSIONS
                   DELETE ARC-HISTORIQUE-IDX RECORD
                   INVALID KEY
                       CONTINUE
                   END-DELETE
               END-WRITE
           END-READ
       END-PERFORM.
       CLOSE ARC-HISTORIQUE-IDX.
       CLOSE HISTORIQUE-IDX.

      ******************************************************************
       51240-DERNIERE-VERSION-ARC.
      *Trouve dans W-ARC-DERNIERE le dernier numero de version archive
      *pour la recette en memoire dans RECETTE (0 si aucun).
      *ARC-HISTORIQUE-IDX est deja ouvert par l'appelant.
       MOVE 0 TO W-ARC-DERNIERE.
       MOVE RECETTE-NOM TO ARCH-NOM.
       MOVE 0 TO ARCH-VERSION.
       START ARC-HISTORIQUE-IDX KEY IS NOT LESS THAN ARCH-CLE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE 0 TO W-ARC-FIN
           PERFORM UNTIL W-ARC-FIN = 1
               READ ARC-HISTORIQUE-IDX NEXT RECORD
               AT END MOVE 1 TO W-ARC-FIN
               END-READ
               IF W-ARC-FIN = 0
                   IF ARCH-NOM = RECETTE-NOM
                       MOVE ARCH-VERSION TO W-ARC-DERNIERE
                   ELSE
                       MOVE 1 TO W-ARC-FIN
                   END-IF
               END-IF
           END-PERFORM
       END-START.

      ******************************************************************
       51300-LISTER-ARCHIVES.
      *Liste les recettes aux archives: nom, date de l'archivage et
      *nombre de versions d'historique emportees, 16 par page.
       DISPLAY FOND-ECRAN.
       MOVE "Recettes archivees      ENTREE -> Continuer" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       DISPLAY "Recette" AT 0305.
       DISPLAY "Archivee le" AT 0357.
       DISPLAY "Versions" AT 0370.
       MOVE 0 TO W-ARC-NBRE-LUS.
       MOVE 5 TO W-NO-LIGNE.
       MOVE 0 TO W-ARC-FIN.
       OPEN INPUT ARC-RECETTES-IDX.
       PERFORM UNTIL W-ARC-FIN = 1
           READ ARC-RECETTES-IDX NEXT RECORD
           AT END MOVE 1 TO W-ARC-FIN
           END-READ
           IF W-ARC-FIN = 0
               IF W-NO-LIGNE > 20
                   MOVE SPACE TO W-ENTREE
                   ACCEPT W-ENTREE AT 2580
                   DISPLAY FOND-ECRAN
                   DISPLAY W-MSG AT 2501
                   DISPLAY "Recette" AT 0305
                   DISPLAY "Archivee le" AT 0357
                   DISPLAY "Versions" AT 0370
                   MOVE 5 TO W-NO-LIGNE
               END-IF
               ADD 1 TO W-ARC-NBRE-LUS
               DISPLAY ARCR-NOM AT LINE W-NO-LIGNE COL 05
               DISPLAY ARCR-DATE AT LINE W-NO-LIGNE COL 57
               MOVE ARCR-NBRE-VERSIONS TO W-ARC-ED
               DISPLAY W-ARC-ED AT LINE W-NO-LIGNE COL 72
               ADD 1 TO W-NO-LIGNE
           END-IF
       END-PERFORM.
       CLOSE ARC-RECETTES-IDX.
       IF W-ARC-NBRE-LUS = 0
           MOVE "Aucune recette aux archives" TO W-MSG
       ELSE
           MOVE "Fin de la liste des archives" TO W-MSG
       END-IF.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.
       MOVE SPACE TO W-MSG.

      ******************************************************************
       51400-REGLER-CONSERVATION.
      *Saisit les regles de conservation: nombre de versions
      *d'historique gardees par recette, nombre de mois d'historique
      *des prix gardes (0 = tout garder) et application ou non par le
      *traitement de nuit. Les valeurs actuelles sont rappelees.
       PERFORM 51410-LIRE-CONSERVATION.
       DISPLAY FOND-ECRAN.
       DISPLAY "Regles de conservation" AT 0305.
       DISPLAY "Versions d'historique gardees par recette (0 = toutes):"
                                                               AT 0505.
       DISPLAY "actuellement:" AT 0609.
       DISPLAY W-RET-VERSIONS AT 0623.
       DISPLAY "Mois d'historique des prix gardes (0 = tout):" AT 0805.
       DISPLAY "actuellement:" AT 0909.
       DISPLAY W-RET-MOIS AT 0923.
       DISPLAY "Appliquer au traitement de nuit (O/N):" AT 1105.
       DISPLAY "actuellement:" AT 1209.
       DISPLAY W-RET-NUIT AT 1223.
       MOVE 0 TO W-RET-VERSIONS.
       ACCEPT W-RET-VERSIONS AT 0562.
       MOVE 0 TO W-RET-MOIS.
       ACCEPT W-RET-MOIS AT 0852.
       MOVE SPACE TO W-RET-NUIT.
       ACCEPT W-RET-NUIT AT 1145.
       MOVE FUNCTION UPPER-CASE(W-RET-NUIT) TO W-RET-NUIT.
       PERFORM UNTIL W-RET-NUIT = "O" OR "N"
           MOVE "Repondre O ou N" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-RET-NUIT
           ACCEPT W-RET-NUIT AT 1145
           MOVE FUNCTION UPPER-CASE(W-RET-NUIT) TO W-RET-NUIT
       END-PERFORM.
       OPEN I-O RETENTION-IDX.
       MOVE "RETENTION" TO RET-CLE.
       MOVE W-RET-VERSIONS TO RET-VERSIONS.
       MOVE W-RET-MOIS TO RET-MOIS.
       MOVE W-RET-NUIT TO RET-NUIT.
       WRITE RETENTION
       INVALID KEY
           REWRITE RETENTION
       END-WRITE.
       CLOSE RETENTION-IDX.
       MOVE "REGLES CONSERV" TO W-JOURNAL-ACTION.
       MOVE "RETENTION.DAT" TO W-JOURNAL-NOM.
       PERFORM 95000-JOURNALISER.
       DISPLAY FOND-ECRAN.
       MOVE "Regles de conservation enregistrees" TO W-MSG.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.
       MOVE SPACE TO W-MSG.

      ******************************************************************
       51410-LIRE-CONSERVATION.
      *Charge les regles de conservation dans W-RET-VERSIONS,
      *W-RET-MOIS et W-RET-NUIT. Sans reglage enregistre, tout est
      *garde et le traitement de nuit ne purge rien.
       MOVE 0 TO W-RET-VERSIONS.
       MOVE 0 TO W-RET-MOIS.
       MOVE "N" TO W-RET-NUIT.
       OPEN INPUT RETENTION-IDX.
       MOVE "RETENTION" TO RET-CLE.
       READ RETENTION-IDX KEY IS RET-CLE
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           MOVE RET-VERSIONS TO W-RET-VERSIONS
           MOVE RET-MOIS TO W-RET-MOIS
           MOVE RET-NUIT TO W-RET-NUIT
       END-READ.
       CLOSE RETENTION-IDX.

      ******************************************************************
       51500-APPLIQUER-CONSERVATION.
      *Applique sur-le-champ les regles de conservation, apres
      *confirmation, et affiche ce qui a ete retire.
       PERFORM 51410-LIRE-CONSERVATION.
       DISPLAY FOND-ECRAN.
       IF W-RET-VERSIONS = 0 AND W-RET-MOIS = 0
           MOVE "Aucune limite fixee: rien a retirer" TO W-MSG
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       ELSE
           DISPLAY "Versions d'historique gardees par recette:" AT 0505
           DISPLAY W-RET-VERSIONS AT 0549
           DISPLAY "Mois d'historique des prix gardes:" AT 0605
           DISPLAY W-RET-MOIS AT 0649
           DISPLAY "(0 = tout garder)" AT 0705
           DISPLAY "Retirer maintenant ce qui depasse ces limites? O/N"
                                                               AT 0905
           MOVE SPACE TO W-ENTREE
           PERFORM UNTIL W-ENTREE = "O" OR "o" OR "N" OR "n"
               MOVE SPACE TO W-ENTREE
               ACCEPT W-ENTREE AT 0957
           END-PERFORM
           IF W-ENTREE = "O" OR "o"
               PERFORM 51510-PURGER-HISTORIQUE
               DISPLAY "Versions d'historique retirees:" AT 1105
               MOVE W-RET-NBRE-VERS TO W-BATCH-ED
               DISPLAY W-BATCH-ED AT 1140
               IF W-RET-TRONQUE = 1
                   DISPLAY "(suite au prochain passage)" AT 1147
               END-IF
               PERFORM 51520-PURGER-PRIX-HISTO
               DISPLAY "Prix historiques retires:" AT 1205
               MOVE W-RET-NBRE-PRIX TO W-BATCH-ED
               DISPLAY W-BATCH-ED AT 1240
               IF W-RET-TRONQUE = 1
                   DISPLAY "(suite au prochain passage)" AT 1247
               END-IF
               MOVE "Conservation appliquee" TO W-MSG
           ELSE
               MOVE "Conservation non appliquee" TO W-MSG
           END-IF
           DISPLAY W-MSG AT 2501
           MOVE SPACE TO W-ENTREE
           ACCEPT W-ENTREE AT 2580
       END-IF.
       MOVE SPACE TO W-MSG.

      ******************************************************************
       51510-PURGER-HISTORIQUE.
      *Ne garde a l'historique que les W-RET-VERSIONS dernieres
      *versions de chaque recette. Premier passage: compter les
      *versions de chaque recette et noter dans W-TABLE-RETENTION
      *celles qui en ont trop. Second passage: retirer les plus
      *anciennes, qui sont lues les premieres (numeros de version en
      *ordre croissant). La table est dans l'ordre du fichier, ce qui
      *permet de l'avancer en meme temps que la lecture.
       MOVE 0 TO W-RET-NBRE-VERS.
       MOVE 0 TO W-RET-NBRE-NOMS.
       MOVE 0 TO W-RET-TRONQUE.
       IF W-RET-VERSIONS > 0
           MOVE W-RET-VERSIONS TO W-RET-GARDER
           MOVE SPACE TO W-RET-NOM-COURANT
           MOVE 0 TO W-RET-COMPTE
           MOVE 0 TO W-RET-FIN
           OPEN INPUT HISTORIQUE-IDX
           PERFORM UNTIL W-RET-FIN = 1
               READ HISTORIQUE-IDX NEXT RECORD
               AT END MOVE 1 TO W-RET-FIN
               END-READ
               IF W-RET-FIN = 0
                   IF HIST-NOM NOT = W-RET-NOM-COURANT
                       PERFORM 51530-RETENIR-NOM
                       MOVE HIST-NOM TO W-RET-NOM-COURANT
                       MOVE 0 TO W-RET-COMPTE
                   END-IF
                   ADD 1 TO W-RET-COMPTE
               END-IF
           END-PERFORM
           PERFORM 51530-RETENIR-NOM
           CLOSE HISTORIQUE-IDX
       END-IF.
       IF W-RET-NBRE-NOMS > 0
           MOVE 1 TO W-RET-T
           MOVE 0 TO W-RET-FIN
           OPEN I-O HISTORIQUE-IDX
           PERFORM UNTIL W-RET-FIN = 1
               READ HISTORIQUE-IDX NEXT RECORD
               AT END MOVE 1 TO W-RET-FIN
               END-READ
               IF W-RET-FIN = 0
                   PERFORM UNTIL W-RET-T > W-RET-NBRE-NOMS
                              OR WX-NOM(W-RET-T) NOT < HIST-NOM
                       ADD 1 TO W-RET-T
                   END-PERFORM
                   IF W-RET-T > W-RET-NBRE-NOMS
                       MOVE 1 TO W-RET-FIN
                   ELSE
                       IF WX-NOM(W-RET-T) = HIST-NOM
                          AND WX-RETIRES(W-RET-T) <
                                              WX-A-RETIRER(W-RET-T)
                           DELETE HISTORIQUE-IDX RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WX-RETIRES(W-RET-T)
                               ADD 1 TO W-RET-NBRE-VERS
                           END-DELETE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HISTORIQUE-IDX
       END-IF.
       IF W-RET-NBRE-VERS > 0
           MOVE "CONSERVATION" TO W-JOURNAL-ACTION
           MOVE "HISTORIQUE.DAT" TO W-JOURNAL-NOM
           PERFORM 95000-JOURNALISER
       END-IF.

      ******************************************************************
       51520-PURGER-PRIX-HISTO.
      *Ne garde a l'historique des prix que les W-RET-MOIS derniers
      *mois. Pour chaque ingredient, le dernier prix date d'avant la
      *limite est garde: c'est le prix en vigueur au debut de la
      *periode gardee, dont 26500-PRIX-A-LA-DATE a besoin. Memes deux
      *passages que 51510, les changements d'un ingredient etant lus
      *en ordre de date.
       MOVE 0 TO W-RET-NBRE-PRIX.
       MOVE 0 TO W-RET-NBRE-NOMS.
       MOVE 0 TO W-RET-TRONQUE.
       IF W-RET-MOIS > 0
           PERFORM 51540-CALCULER-LIMITE-PRIX
           MOVE 1 TO W-RET-GARDER
           MOVE SPACE TO W-RET-NOM-COURANT
           MOVE 0 TO W-RET-COMPTE
           MOVE 0 TO W-RET-FIN
           OPEN INPUT PRIX-HISTO-IDX
           PERFORM UNTIL W-RET-FIN = 1
               READ PRIX-HISTO-IDX NEXT RECORD
               AT END MOVE 1 TO W-RET-FIN
               END-READ
               IF W-RET-FIN = 0
                   IF PHIST-NOM NOT = W-RET-NOM-COURANT
                       PERFORM 51530-RETENIR-NOM
                       MOVE PHIST-NOM TO W-RET-NOM-COURANT
                       MOVE 0 TO W-RET-COMPTE
                   END-IF
                   IF PHIST-DATE < W-RET-LIMITE
                       ADD 1 TO W-RET-COMPTE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 51530-RETENIR-NOM
           CLOSE PRIX-HISTO-IDX
       END-IF.
       IF W-RET-NBRE-NOMS > 0
           MOVE 1 TO W-RET-T
           MOVE 0 TO W-RET-FIN
           OPEN I-O PRIX-HISTO-IDX
           PERFORM UNTIL W-RET-FIN = 1
               READ PRIX-HISTO-IDX NEXT RECORD
               AT END MOVE 1 TO W-RET-FIN
               END-READ
               IF W-RET-FIN = 0
                   PERFORM UNTIL W-RET-T > W-RET-NBRE-NOMS
                              OR WX-NOM(W-RET-T) NOT < PHIST-NOM
                       ADD 1 TO W-RET-T
                   END-PERFORM
                   IF W-RET-T > W-RET-NBRE-NOMS
                       MOVE 1 TO W-RET-FIN
                   ELSE
                       IF WX-NOM(W-RET-T) = PHIST-NOM
                          AND WX-RETIRES(W-RET-T) <
                                              WX-A-RETIRER(W-RET-T)
                           DELETE PRIX-HISTO-IDX RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WX-RETIRES(W-RET-T)
                               ADD 1 TO W-RET-NBRE-PRIX
                           END-DELETE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PRIX-HISTO-IDX
       END-IF.
       IF W-RET-NBRE-PRIX > 0
           MOVE "CONSERVATION" TO W-JOURNAL-ACTION
           MOVE "PRIX_HISTO.DAT" TO W-JOURNAL-NOM
           PERFORM 95000-JOURNALISER
       END-IF.

      ******************************************************************
       51530-RETENIR-NOM.
      *Fin du groupe de W-RET-NOM-COURANT: si son compte W-RET-COMPTE
      *depasse W-RET-GARDER, le surplus (les plus anciens) est note
      *a retirer dans W-TABLE-RETENTION.
       IF W-RET-COMPTE > W-RET-GARDER
           IF W-RET-NBRE-NOMS < 500
               ADD 1 TO W-RET-NBRE-NOMS
               MOVE W-RET-NOM-COURANT TO WX-NOM(W-RET-NBRE-NOMS)
               COMPUTE WX-A-RETIRER(W-RET-NBRE-NOMS) =
                       W-RET-COMPTE - W-RET-GARDER
               MOVE 0 TO WX-RETIRES(W-RET-NBRE-NOMS)
           ELSE
               MOVE 1 TO W-RET-TRONQUE
           END-IF
       END-IF.

      ******************************************************************
       51540-CALCULER-LIMITE-PRIX.
      *Date limite de l'historique des prix: aujourd'hui moins
      *W-RET-MOIS mois (AAAAMMJJ, meme jour du mois). Seule la
      *comparaison avec PHIST-DATE compte: un 31 dans un mois de 30
      *jours reste bien ordonne.
       MOVE FUNCTION CURRENT-DATE(1:4) TO W-RET-AAAA.
       MOVE FUNCTION CURRENT-DATE(5:2) TO W-RET-MM.
       COMPUTE W-RET-MOIS-TOTAL =
               W-RET-AAAA * 12 + W-RET-MM - 1 - W-RET-MOIS.
       DIVIDE W-RET-MOIS-TOTAL BY 12 GIVING W-RET-LIM-AAAA
               REMAINDER W-RET-MM.
       COMPUTE W-RET-LIM-MM = W-RET-MM + 1.
       MOVE FUNCTION CURRENT-DATE(7:2) TO W-RET-LIM-JJ.

      ******************************************************************
       98700-BATCH-CONSERVATION.
      *Etape 7 du mode nuit, facultative: si les regles de
      *conservation le demandent (RET-NUIT a "O"), retire les versions
      *d'historique et les prix historiques au-dela des limites, et
      *detaille au rapport d'execution ce qui a ete retire. Une purge
      *n'est pas une anomalie et ne change pas le code retour.
       PERFORM 51410-LIRE-CONSERVATION.
       MOVE SPACE TO LIGNE-RAPBATCH.
       IF W-RET-NUIT NOT = "O"
           MOVE "Conservation - etape non demandee"
                                           TO LIGNE-RAPBATCH(1:33)
           WRITE LIGNE-RAPBATCH
       ELSE
           PERFORM 51510-PURGER-HISTORIQUE
           MOVE SPACE TO LIGNE-RAPBATCH
           MOVE "Conservation - versions d'historique retirees:"
                                           TO LIGNE-RAPBATCH(1:46)
           MOVE W-RET-NBRE-VERS TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-RAPBATCH(48:5)
           IF W-RET-VERSIONS = 0
               MOVE "(aucune limite)" TO LIGNE-RAPBATCH(55:15)
           ELSE
               MOVE "(garder les" TO LIGNE-RAPBATCH(55:11)
               MOVE W-RET-VERSIONS TO LIGNE-RAPBATCH(67:3)
               MOVE "dern.)" TO LIGNE-RAPBATCH(71:6)
           END-IF
           WRITE LIGNE-RAPBATCH
           PERFORM 98710-BATCH-DETAIL-CONSERV
           PERFORM 51520-PURGER-PRIX-HISTO
           MOVE SPACE TO LIGNE-RAPBATCH
           MOVE "Conservation - prix historiques retires:"
                                           TO LIGNE-RAPBATCH(1:40)
           MOVE W-RET-NBRE-PRIX TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-RAPBATCH(48:5)
           IF W-RET-MOIS = 0
               MOVE "(aucune limite)" TO LIGNE-RAPBATCH(55:15)
           ELSE
               MOVE "(avant le" TO LIGNE-RAPBATCH(55:9)
               MOVE W-RET-LIMITE TO LIGNE-RAPBATCH(65:8)
               MOVE ")" TO LIGNE-RAPBATCH(73:1)
           END-IF
           WRITE LIGNE-RAPBATCH
           PERFORM 98710-BATCH-DETAIL-CONSERV
       END-IF.

      ******************************************************************
       98710-BATCH-DETAIL-CONSERV.
      *Detaille au rapport d'execution, nom par nom, ce que la
      *derniere purge (51510 ou 51520) a retire.
       PERFORM VARYING W-RET-T FROM 1 BY 1
               UNTIL W-RET-T > W-RET-NBRE-NOMS
           IF WX-RETIRES(W-RET-T) > 0
               MOVE SPACE TO LIGNE-RAPBATCH
               MOVE WX-RETIRES(W-RET-T) TO W-ARC-ED
               MOVE W-ARC-ED TO LIGNE-RAPBATCH(3:4)
               MOVE "retire(s):" TO LIGNE-RAPBATCH(8:10)
               MOVE WX-NOM(W-RET-T) TO LIGNE-RAPBATCH(19:50)
               WRITE LIGNE-RAPBATCH
           END-IF
       END-PERFORM.
       IF W-RET-TRONQUE = 1
           MOVE SPACE TO LIGNE-RAPBATCH
           MOVE "  Plus de 500 noms: la suite au prochain passage"
                                           TO LIGNE-RAPBATCH(1:48)
           WRITE LIGNE-RAPBATCH
       END-IF.

      ******************************************************************
       26950-IMPORTER-TARIFS.
      *Importe les tarifs recus des fournisseurs, depuis le menu des
      *couts: demande le seuil de variation de prix a appliquer pour
      *cet import, puis affiche le bilan. Les lignes ecartees sont
      *dans EXCEPTIONS_TARIFS.TXT.
       DISPLAY FOND-ECRAN.
       DISPLAY "Importer les tarifs des fournisseurs" AT 0305.
       DISPLAY "Fichier lu: TARIFS_FOURNISSEURS.TXT" AT 0505.
       DISPLAY "Variation de prix maximale acceptee en %:" AT 0705.
       DISPLAY "(ENTREE ou 0 = " AT 0805.
       DISPLAY W-TAR-SEUIL-DEFAUT AT 0820.
       DISPLAY "%)" AT 0824.
       MOVE 0 TO W-TAR-SEUIL.
       ACCEPT W-TAR-SEUIL AT 0748.
       IF W-TAR-SEUIL = 0
           MOVE W-TAR-SEUIL-DEFAUT TO W-TAR-SEUIL
       END-IF.
       PERFORM 26955-TRAITER-TARIFS.
       DISPLAY FOND-ECRAN.
       IF W-TAR-NBRE-LUS = 0
           MOVE "Aucun tarif a importer dans TARIFS_FOURNISSEURS.TXT"
                                                               TO W-MSG
       ELSE
           DISPLAY "Lignes de tarif lues:" AT 0920
           DISPLAY W-TAR-NBRE-LUS AT 0950
           DISPLAY "Prix mis a jour:" AT 1020
           DISPLAY W-TAR-NBRE-APPLIQUES AT 1050
           DISPLAY "Prix inchanges:" AT 1120
           DISPLAY W-TAR-NBRE-INCHANGES AT 1150
           DISPLAY "Lignes ecartees:" AT 1220
           DISPLAY W-TAR-NBRE-EXCEPTIONS AT 1250
           IF W-TAR-NBRE-EXCEPTIONS > 0
               DISPLAY "Voir EXCEPTIONS_TARIFS.TXT" AT 1420
           END-IF
           MOVE "Importation des tarifs terminee" TO W-MSG
       END-IF.
       DISPLAY W-MSG AT 2501.
       MOVE SPACE TO W-ENTREE.
       ACCEPT W-ENTREE AT 2580.
       MOVE SPACE TO W-MSG.

      ******************************************************************
       26955-TRAITER-TARIFS.
      *Coeur de l'import des tarifs, sans ACCEPT (le traitement de
      *nuit l'emploie aussi): lit TARIFS_FOURNISSEURS.TXT, applique
      *au fichier des prix les lignes sures et ecrit les autres au
      *rapport des exceptions, avec le seuil W-TAR-SEUIL. Une ligne
      *vide est sautee.
       MOVE 0 TO W-TAR-NBRE-LUS.
       MOVE 0 TO W-TAR-NBRE-APPLIQUES.
       MOVE 0 TO W-TAR-NBRE-INCHANGES.
       MOVE 0 TO W-TAR-NBRE-EXCEPTIONS.
       OPEN OUTPUT EXCEPTIONS-TARIFS-FIC.
       MOVE SPACE TO LIGNE-EXC-TARIF.
       MOVE "EXCEPTIONS DE L'IMPORT DES TARIFS DES FOURNISSEURS"
                                           TO LIGNE-EXC-TARIF(1:50).
       WRITE LIGNE-EXC-TARIF.
       MOVE SPACE TO LIGNE-EXC-TARIF.
       MOVE "Date:" TO LIGNE-EXC-TARIF(1:5).
       MOVE FUNCTION CURRENT-DATE(1:8) TO LIGNE-EXC-TARIF(7:8).
       MOVE "Variation de prix maximale:" TO LIGNE-EXC-TARIF(17:27).
       MOVE W-TAR-SEUIL TO LIGNE-EXC-TARIF(45:3).
       MOVE "%" TO LIGNE-EXC-TARIF(49:1).
       WRITE LIGNE-EXC-TARIF.
       MOVE SPACE TO LIGNE-EXC-TARIF.
       WRITE LIGNE-EXC-TARIF.
       MOVE SPACE TO LIGNE-EXC-TARIF.
       MOVE "Motif" TO LIGNE-EXC-TARIF(1:5).
       MOVE "Four" TO LIGNE-EXC-TARIF(22:4).
       MOVE "Ingredient" TO LIGNE-EXC-TARIF(27:10).
       MOVE "Detail" TO LIGNE-EXC-TARIF(58:6).
       WRITE LIGNE-EXC-TARIF.
       OPEN INPUT INGREDIENTS-IDX.
       OPEN I-O PRIX-IDX.
       MOVE 0 TO W-TAR-FIN.
       OPEN INPUT TARIFS-FIC.
       PERFORM UNTIL W-TAR-FIN = 1
           READ TARIFS-FIC
           AT END MOVE 1 TO W-TAR-FIN
           END-READ
           IF W-TAR-FIN = 0 AND LIGNE-TARIF NOT = SPACE
               ADD 1 TO W-TAR-NBRE-LUS
               PERFORM 26960-TRAITER-LIGNE-TARIF
           END-IF
       END-PERFORM.
       CLOSE TARIFS-FIC.
       CLOSE PRIX-IDX.
       CLOSE INGREDIENTS-IDX.
       MOVE SPACE TO LIGNE-EXC-TARIF.
       WRITE LIGNE-EXC-TARIF.
       MOVE SPACE TO LIGNE-EXC-TARIF.
       MOVE "Lignes lues:" TO LIGNE-EXC-TARIF(1:12).
       MOVE W-TAR-NBRE-LUS TO LIGNE-EXC-TARIF(14:5).
       MOVE "Appliquees:" TO LIGNE-EXC-TARIF(21:11).
       MOVE W-TAR-NBRE-APPLIQUES TO LIGNE-EXC-TARIF(33:5).
       MOVE "Inchangees:" TO LIGNE-EXC-TARIF(40:11).
       MOVE W-TAR-NBRE-INCHANGES TO LIGNE-EXC-TARIF(52:5).
       MOVE "Ecartees:" TO LIGNE-EXC-TARIF(59:9).
       MOVE W-TAR-NBRE-EXCEPTIONS TO LIGNE-EXC-TARIF(69:5).
       WRITE LIGNE-EXC-TARIF.
       CLOSE EXCEPTIONS-TARIFS-FIC.
       IF W-TAR-NBRE-APPLIQUES > 0
           MOVE "IMPORT TARIFS" TO W-JOURNAL-ACTION
           MOVE "TARIFS_FOURNISSEURS.TXT" TO W-JOURNAL-NOM
           PERFORM 95000-JOURNALISER
       END-IF.

      ******************************************************************
       26960-TRAITER-LIGNE-TARIF.
      *Controle la ligne de tarif lue, dans l'ordre: format de la
      *ligne, ingredient au repertoire, fournisseur connu et egal au
      *fournisseur habituel de l'ingredient, unite ramenable a une
      *unite de base (comme 34500-NORMALISER-VERS-METRIQUE), meme
      *unite de base que le prix courant et variation de prix sous le
      *seuil. Le premier controle en defaut donne W-TAR-MOTIF et la
      *ligne est ecartee; sinon le prix est applique.
      *INGREDIENTS-IDX et PRIX-IDX sont ouverts par 26955.
       MOVE SPACE TO W-TAR-MOTIF.
       MOVE SPACE TO W-TAR-DETAIL.
       IF TAR-NOM = SPACE
          OR TAR-FORMAT-QTE NOT NUMERIC
          OR TAR-PRIX-CENTS NOT NUMERIC
           MOVE "LIGNE ILLISIBLE" TO W-TAR-MOTIF
           MOVE LIGNE-TARIF(34:14) TO W-TAR-DETAIL
       ELSE
           IF TAR-FORMAT-QTE = 0 OR TAR-PRIX-CENTS = 0
               MOVE "LIGNE ILLISIBLE" TO W-TAR-MOTIF
               MOVE "format ou prix nul" TO W-TAR-DETAIL
           END-IF
       END-IF.
       IF W-TAR-MOTIF = SPACE
           MOVE TAR-NOM TO ING-NOM
           READ INGREDIENTS-IDX KEY IS ING-NOM
           INVALID KEY
               MOVE "INGREDIENT INCONNU" TO W-TAR-MOTIF
           NOT INVALID KEY
               MOVE ING-FOURNISSEUR TO W-TAR-FOURN-ING
           END-READ
       END-IF.
       IF W-TAR-MOTIF = SPACE
           MOVE TAR-FOURNISSEUR TO W-FOUR-CODE
           IF W-FOUR-CODE = SPACE
               MOVE 0 TO W-FOUR-TROUVE
           ELSE
               PERFORM 27800-VALIDER-CODE-FOURNISSEUR
           END-IF
           IF W-FOUR-TROUVE = 0
               MOVE "FOURNISSEUR INCONNU" TO W-TAR-MOTIF
           ELSE
               IF TAR-FOURNISSEUR NOT = W-TAR-FOURN-ING
                   MOVE "AUTRE FOURNISSEUR" TO W-TAR-MOTIF
                   MOVE "fournisseur habituel:" TO W-TAR-DETAIL(1:21)
                   IF W-TAR-FOURN-ING = SPACE
                       MOVE "(a assigner)" TO W-TAR-DETAIL(23:12)
                   ELSE
                       MOVE W-TAR-FOURN-ING TO W-TAR-DETAIL(23:3)
                   END-IF
               END-IF
           END-IF
       END-IF.
       IF W-TAR-MOTIF = SPACE
           MOVE TAR-FORMAT-QTE TO W-CONV-QTE
           MOVE TAR-FORMAT-UNITE TO W-CONV-UNITE
           PERFORM 34500-NORMALISER-VERS-METRIQUE
           EVALUATE FUNCTION UPPER-CASE(W-CONV-UNITE)
               WHEN "G"
                   MOVE "g" TO W-CONV-UNITE
               WHEN "ML"
                   MOVE "ml" TO W-CONV-UNITE
               WHEN "X"
                   MOVE "x" TO W-CONV-UNITE
               WHEN OTHER
                   MOVE "UNITE INCONVERTIBLE" TO W-TAR-MOTIF
                   MOVE "unite:" TO W-TAR-DETAIL(1:6)
                   MOVE TAR-FORMAT-UNITE TO W-TAR-DETAIL(8:3)
           END-EVALUATE
       END-IF.
      *Prix du format en cents -> dollars par unite de base, le
      *format de PRIX-UNITAIRE (plafond 999.9999$).
       IF W-TAR-MOTIF = SPACE
           COMPUTE W-TAR-UNITAIRE ROUNDED =
                   TAR-PRIX-CENTS / (W-CONV-QTE * 100)
           ON SIZE ERROR
               MOVE "PRIX HORS LIMITES" TO W-TAR-MOTIF
           END-COMPUTE
           IF W-TAR-MOTIF = SPACE AND W-TAR-UNITAIRE = 0
               MOVE "PRIX HORS LIMITES" TO W-TAR-MOTIF
           END-IF
           IF W-TAR-MOTIF NOT = SPACE
               MOVE "prix du format en cents:" TO W-TAR-DETAIL(1:24)
               MOVE TAR-PRIX-CENTS TO W-TAR-DETAIL(26:7)
           END-IF
       END-IF.
       IF W-TAR-MOTIF = SPACE
           MOVE TAR-NOM TO PRIX-NOM
           READ PRIX-IDX KEY IS PRIX-NOM
           INVALID KEY
               MOVE 0 TO W-PRIX-TROUVE
           NOT INVALID KEY
               MOVE 1 TO W-PRIX-TROUVE
           END-READ
           IF W-PRIX-TROUVE = 1
               IF FUNCTION UPPER-CASE(PRIX-UNITE) NOT =
                               FUNCTION UPPER-CASE(W-CONV-UNITE)
                   MOVE "UNITE DIFFERENTE" TO W-TAR-MOTIF
                   MOVE "prix courant par" TO W-TAR-DETAIL(1:16)
                   MOVE PRIX-UNITE TO W-TAR-DETAIL(18:3)
                   MOVE ", tarif par" TO W-TAR-DETAIL(21:11)
                   MOVE W-CONV-UNITE TO W-TAR-DETAIL(33:3)
               ELSE
                   PERFORM 26965-VERIFIER-VARIATION
               END-IF
           END-IF
       END-IF.
       IF W-TAR-MOTIF = SPACE
           IF W-PRIX-TROUVE = 1
              AND PRIX-UNITAIRE = W-TAR-UNITAIRE
               ADD 1 TO W-TAR-NBRE-INCHANGES
           ELSE
               MOVE TAR-NOM TO PRIX-NOM
               MOVE W-CONV-UNITE TO PRIX-UNITE
               MOVE W-TAR-UNITAIRE TO PRIX-UNITAIRE
               IF W-PRIX-TROUVE = 1
                   REWRITE PRIX-INGREDIENT
               ELSE
                   WRITE PRIX-INGREDIENT
               END-IF
               PERFORM 26600-HISTORISER-PRIX
               ADD 1 TO W-TAR-NBRE-APPLIQUES
           END-IF
       ELSE
           PERFORM 26970-ECRIRE-EXCEPTION-TARIF
       END-IF.

      ******************************************************************
       26965-VERIFIER-VARIATION.
      *Ecarte le tarif si son prix unitaire W-TAR-UNITAIRE s'eloigne
      *du prix courant PRIX-UNITAIRE de plus de W-TAR-SEUIL %, a la
      *hausse comme a la baisse (meme calcul que la tendance des
      *couts). Un prix courant nul n'a pas de variation mesurable.
       IF PRIX-UNITAIRE > 0
           IF W-TAR-UNITAIRE > PRIX-UNITAIRE
               MOVE "+" TO W-TAR-SIGNE
               COMPUTE W-TAR-PCT ROUNDED =
                   (W-TAR-UNITAIRE - PRIX-UNITAIRE) * 100
                                                    / PRIX-UNITAIRE
               ON SIZE ERROR MOVE 99999.9 TO W-TAR-PCT
               END-COMPUTE
           ELSE
               MOVE "-" TO W-TAR-SIGNE
               COMPUTE W-TAR-PCT ROUNDED =
                   (PRIX-UNITAIRE - W-TAR-UNITAIRE) * 100
                                                    / PRIX-UNITAIRE
               ON SIZE ERROR MOVE 99999.9 TO W-TAR-PCT
               END-COMPUTE
           END-IF
           IF W-TAR-PCT > W-TAR-SEUIL
               MOVE "VARIATION DE PRIX" TO W-TAR-MOTIF
               MOVE "de" TO W-TAR-DETAIL(1:2)
               MOVE PRIX-UNITAIRE TO W-PRIX-AFF
               MOVE W-PRIX-AFF TO W-TAR-DETAIL(4:8)
               MOVE "a" TO W-TAR-DETAIL(13:1)
               MOVE W-TAR-UNITAIRE TO W-PRIX-AFF
               MOVE W-PRIX-AFF TO W-TAR-DETAIL(15:8)
               MOVE PRIX-UNITE TO W-TAR-DETAIL(24:3)
               MOVE W-TAR-SIGNE TO W-TAR-DETAIL(28:1)
               MOVE W-TAR-PCT TO W-TAR-PCT-ED
               MOVE W-TAR-PCT-ED TO W-TAR-DETAIL(29:7)
               MOVE "%" TO W-TAR-DETAIL(36:1)
           END-IF
       END-IF.

      ******************************************************************
       26970-ECRIRE-EXCEPTION-TARIF.
      *Ecrit au rapport des exceptions la ligne de tarif ecartee:
      *motif, fournisseur, ingredient et detail.
       ADD 1 TO W-TAR-NBRE-EXCEPTIONS.
       MOVE SPACE TO LIGNE-EXC-TARIF.
       MOVE W-TAR-MOTIF TO LIGNE-EXC-TARIF(1:20).
       MOVE TAR-FOURNISSEUR TO LIGNE-EXC-TARIF(22:3).
       MOVE TAR-NOM TO LIGNE-EXC-TARIF(27:30).
       MOVE W-TAR-DETAIL TO LIGNE-EXC-TARIF(58:43).
       WRITE LIGNE-EXC-TARIF.

      ******************************************************************
       98800-BATCH-TARIFS.
      *Etape 8 du mode nuit: importe les tarifs recus des fournisseurs
      *avec le seuil de variation par defaut, pour que les prix soient
      *a jour avant le calcul des couts et les bons de commande du
      *matin. Les lignes ecartees vont dans EXCEPTIONS_TARIFS.TXT;
      *elles attendent une decision et ne changent pas le code
      *retour.
       MOVE W-TAR-SEUIL-DEFAUT TO W-TAR-SEUIL.
       PERFORM 26955-TRAITER-TARIFS.
       MOVE SPACE TO LIGNE-RAPBATCH.
       IF W-TAR-NBRE-LUS = 0
           MOVE "Tarifs fournisseurs - aucun tarif recu"
                                           TO LIGNE-RAPBATCH(1:38)
           WRITE LIGNE-RAPBATCH
       ELSE
           MOVE "Tarifs fournisseurs - lignes lues:"
                                           TO LIGNE-RAPBATCH(1:34)
           MOVE W-TAR-NBRE-LUS TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-RAPBATCH(36:5)
           WRITE LIGNE-RAPBATCH
           MOVE SPACE TO LIGNE-RAPBATCH
           MOVE "  Prix mis a jour:" TO LIGNE-RAPBATCH(1:18)
           MOVE W-TAR-NBRE-APPLIQUES TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-RAPBATCH(36:5)
           WRITE LIGNE-RAPBATCH
           MOVE SPACE TO LIGNE-RAPBATCH
           MOVE "  Prix inchanges:" TO LIGNE-RAPBATCH(1:17)
           MOVE W-TAR-NBRE-INCHANGES TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-RAPBATCH(36:5)
           WRITE LIGNE-RAPBATCH
           MOVE SPACE TO LIGNE-RAPBATCH
           MOVE "  Lignes ecartees:" TO LIGNE-RAPBATCH(1:18)
           MOVE W-TAR-NBRE-EXCEPTIONS TO W-BATCH-ED
           MOVE W-BATCH-ED TO LIGNE-RAPBATCH(36:5)
           MOVE "(EXCEPTIONS_TARIFS.TXT)" TO LIGNE-RAPBATCH(43:23)
           WRITE LIGNE-RAPBATCH
       END-IF.
