        FILE STATUS IS FS-MOUVEMENTS
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Fichier indexe des mouvements, tenu en parallele du journal
    *> texte : cle primaire sur le numero du mouvement, cles
    *> secondaires sur le compte et l'horodatage, et sur l'horodatage
    *> seul, pour que l'historique d'un compte, un releve ou un
    *> traitement de la journee ne lisent que les lignes utiles ; il
    *> n'est pas touche par l'archivage et garde tout l'historique
    SELECT MOUVEMENT-INDEXE ASSIGN TO "Mouvement.dat"
        FILE STATUS IS FS-MVT-INDEXE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MI-NUMERO
        ALTERNATE RECORD KEY IS MI-CLE-COMPTE-DATE WITH DUPLICATES
        ALTERNATE RECORD KEY IS MI-HORODATAGE WITH DUPLICATES.

    *> Avis aux clients en attente d'edition : chaque evenement a
    *> signaler (depassement du decouvert, ordre permanent refuse,
    *> virement externe retourne, gel ou degel du compte) y est range
    *> sous le client, le jour et un numero d'ordre, et le traitement
    *> AVIS le marque envoye une fois la lettre produite
    SELECT AVIS ASSIGN TO "Avis.dat"
        FILE STATUS IS FS-AVIS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AV-CLE.

    *> Archive annuelle du journal des mouvements : les lignes des
    *> annees revolues y sont deplacees par le traitement d'archivage,
    *> un fichier Archive-AAAA.txt par annee, relu par les traitements
    *> annuels et par la reprise du fichier indexe des mouvements
    SELECT ARCHIVE-MOUVEMENTS ASSIGN TO NOM-FICHIER-ARCHIVE
        FILE STATUS IS FS-ARCHIVE
        ORGANIZATION IS LINE SEQUENTIAL.
        FILE STATUS IS FS-LEGACY
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Fichier des prets personnels : un pret par numero, rattache au
    *> compte sur lequel le capital est verse et les echeances
    *> prelevees (cle secondaire) et au client emprunteur
    SELECT PRET ASSIGN TO "Pret.dat"
        FILE STATUS IS FS-PRET
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-NUMPRET
        ALTERNATE RECORD KEY IS PR-NUMCOMPTE WITH DUPLICATES.

    *> Tableau d'amortissement des prets : une echeance par pret et
    *> par rang, avec sa part de capital, sa part d'interet et le
    *> capital restant du, etabli une fois pour toutes a l'octroi
    SELECT ECHEANCIER ASSIGN TO "Echeance.dat"
        FILE STATUS IS FS-ECHEANCIER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EH-CLE.

    *> Fichier des chequiers delivres : un chequier par numero, avec
    *> la plage des numeros de cheques qu'il contient, retrouve par
    *> compte (cle secondaire)
    SELECT CHEQUIER ASSIGN TO "Chequier.dat"
        FILE STATUS IS FS-CHEQUIER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CN-NUMCHEQUIER
        ALTERNATE RECORD KEY IS CN-NUMCOMPTE WITH DUPLICATES.

    *> Fichier des cheques emis : un enregistrement par cheque de
    *> chaque chequier delivre, cle compte + numero de cheque, avec
    *> son etat (emis, paye, frappe d'opposition)
    SELECT CHEQUE ASSIGN TO "Cheque.dat"
        FILE STATUS IS FS-CHEQUE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CQ-CLE.

    *> Fichier des cheques presentes au paiement par la chambre de
    *> compensation : une ligne par cheque
    *> (NumCompte;NumCheque;Montant;Reference) et une ligne de
    *> controle finale (TOTAL;NbLignes;MontantTotal), sur le modele du
    *> fichier de paie
    SELECT FICHIER-CHEQUES ASSIGN TO NOM-FICHIER-CHEQUES
        FILE STATUS IS FS-FICHIER-CHEQUES
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Fichier des cheques retournes impayes a la compensation : la
    *> ligne presentee suivie du code et du libelle du motif, et une
    *> ligne de controle finale
    SELECT RETOURS-CHEQUES ASSIGN TO NOM-FICHIER-RETOURS-CHQ
        FILE STATUS IS FS-RETOURS-CHEQUES
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Fichier des tarifs de frais : un montant par produit (EP-CODE)
    *> et par type de frais (tenue de compte, retrait au-dela de la
    *> franchise, virement externe, ordre permanent rejete), reglable
    *> depuis le menu des produits sans recompilation
    SELECT TARIF ASSIGN TO "Tarif.dat"
        FILE STATUS IS FS-TARIF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TF-CLE.

    *> Fichier des exonerations de frais accordees a un compte (compte
    *> du personnel, geste commercial) : une exoneration par compte et
    *> par type de frais, ou pour tous les types de frais (TOUS)
    SELECT EXONERATION ASSIGN TO "Exoneration.dat"
        FILE STATUS IS FS-EXONERATION
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EX-CLE.

    *> Schema comptable : pour chaque type de mouvement, le compte
    *> general debite et le compte general credite dans le journal
    *> comptable quotidien, reglable depuis le menu des produits
    SELECT SCHEMA-COMPTABLE ASSIGN TO "SchemaComptable.dat"
        FILE STATUS IS FS-SCHEMA
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SG-TYPE-MVT.

    *> Fichier des titulaires : chaque personne liee a un compte, avec
    *> son role (titulaire principal, cotitulaire ou mandataire) et les
    *> dates de validite du lien ; la cle secondaire sur le numero de
    *> client retrouve tous les comptes auxquels une personne est liee
    SELECT TITULAIRE ASSIGN TO "Titulaire.dat"
        FILE STATUS IS FS-TITULAIRE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TI-CLE
        ALTERNATE RECORD KEY IS TI-NUMCLIENT WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.

FD ARCHIVE-MOUVEMENTS.
01 ENREGISTREMENT-ARCHIVE       PIC X(100).

*> Description d'un mouvement du fichier indexe : les cles, puis la
*> ligne du journal texte telle qu'elle a ete ecrite, relue avec le
*> meme decoupage
FD MOUVEMENT-INDEXE.
01 ENREGISTREMENT-MVT-INDEXE.
   05 MI-NUMERO                 PIC 9(08).
   05 MI-CLE-COMPTE-DATE.
      10 MI-NUMCOMPTE           PIC X(06).
      10 MI-HORODATAGE-CPT      PIC X(14).
   05 MI-HORODATAGE             PIC X(14).
   05 MI-LIGNE                  PIC X(100).

*> Description d'un avis au client : statut A en attente, E envoye
*> (avec la date d'envoi)
FD AVIS.
01 ENREGISTREMENT-AVIS.
   05 AV-CLE.
      10 AV-NUMCLIENT           PIC 9(06).
      10 AV-DATE                PIC 9(08).
      10 AV-SEQUENCE            PIC 9(04).
   05 AV-TYPE                   PIC X(10).
   05 AV-NUMCOMPTE              PIC 9(06).
   05 AV-MONTANT                PIC S9(7)V99.
   05 AV-DETAIL                 PIC X(50).
   05 AV-STATUT                 PIC X(01).
   05 AV-DATE-ENVOI             PIC 9(08).

*> Description d'une ligne du journal reecrit par l'archivage
FD MOUVEMENTS-NOUVEAU.
01 ENREGISTREMENT-MVT-NOUVEAU   PIC X(100).

*> Description d’un enregistrement du rapport de fin de journée
FD RAPPORT.
01 ENREGISTREMENT-RAPPORT       PIC X(150).

*> Description d’une ligne d’un releve mensuel de compte
FD RELEVE.
01 ENREGISTREMENT-RELEVE        PIC X(150).

*> Description d’un enregistrement de l’ancien fichier des comptes
FD COMPTE-LEGACY.
   05 SC-DECOUVERT              PIC 9(5)V99.
   05 SC-STATUT                 PIC X(01).

*> Description d'un pret personnel ; le taux est annuel (0.0590 pour
*> 5,90 %), la duree en mois, et le statut vaut A (en cours), R (en
*> retard, au moins une echeance impayee) ou S (solde)
FD PRET.
01 ENREGISTREMENT-PRET.
   05 PR-NUMPRET                PIC 9(06).
   05 PR-NUMCOMPTE              PIC 9(06).
   05 PR-NUMCLIENT              PIC 9(06).
   05 PR-CAPITAL                PIC 9(7)V99.
   05 PR-TAUX-ANNUEL            PIC 9V9(4).
   05 PR-DUREE                  PIC 9(03).
   05 PR-DATE-PREMIERE          PIC 9(08).
   05 PR-DATE-OCTROI            PIC 9(08).
   05 PR-MENSUALITE             PIC 9(7)V99.
   05 PR-STATUT                 PIC X(01).

*> Description d'une echeance d'un pret ; le statut vaut A (a venir),
*> P (payee, avec la date et le numero du mouvement de prelevement)
*> ou I (impayee, representee chaque jour jusqu'a son paiement)
FD ECHEANCIER.
01 ENREGISTREMENT-ECHEANCE.
   05 EH-CLE.
      10 EH-NUMPRET             PIC 9(06).
      10 EH-NUMECH              PIC 9(03).
   05 EH-DATE-ECHEANCE          PIC 9(08).
   05 EH-MONTANT                PIC 9(7)V99.
   05 EH-CAPITAL                PIC 9(7)V99.
   05 EH-INTERET                PIC 9(7)V99.
   05 EH-RESTANT                PIC 9(7)V99.
   05 EH-STATUT                 PIC X(01).
   05 EH-DATE-PAIEMENT          PIC 9(08).
   05 EH-NUMMVT                 PIC 9(08).

*> Description d'un chequier delivre ; le chequier contient les
*> cheques numerotes de CN-PREMIER a CN-DERNIER
FD CHEQUIER.
01 ENREGISTREMENT-CHEQUIER.
   05 CN-NUMCHEQUIER            PIC 9(06).
   05 CN-NUMCOMPTE              PIC 9(06).
   05 CN-PREMIER                PIC 9(07).
   05 CN-DERNIER                PIC 9(07).
   05 CN-DATE-EMISSION          PIC 9(08).

*> Description d'un cheque emis ; le statut vaut E (emis, payable),
*> P (paye, avec la date et le montant) ou O (frappe d'opposition)
FD CHEQUE.
01 ENREGISTREMENT-CHEQUE.
   05 CQ-CLE.
      10 CQ-NUMCOMPTE           PIC 9(06).
      10 CQ-NUMCHEQUE           PIC 9(07).
   05 CQ-NUMCHEQUIER            PIC 9(06).
   05 CQ-STATUT                 PIC X(01).
   05 CQ-DATE-PAIEMENT          PIC 9(08).
   05 CQ-MONTANT                PIC 9(7)V99.
   05 CQ-DATE-OPPOSITION        PIC 9(08).

*> Description d'une ligne du fichier des cheques presentes
FD FICHIER-CHEQUES.
01 ENREGISTREMENT-FCHEQUES      PIC X(100).

*> Description d'une ligne du fichier des cheques retournes
FD RETOURS-CHEQUES.
01 ENREGISTREMENT-RETOUR-CHQ    PIC X(100).

*> Description d'un tarif de frais ; le type vaut TENU (tenue de
*> compte, par mois), RETR (par retrait au-dela de la franchise du
*> mois), VEXT (par virement externe) ou REJP (par ordre permanent
*> rejete faute de provision) ; la franchise ne sert qu'aux retraits
FD TARIF.
01 ENREGISTREMENT-TARIF.
   05 TF-CLE.
      10 TF-CODE-PRODUIT        PIC X(02).
      10 TF-TYPE-FRAIS          PIC X(04).
   05 TF-MONTANT                PIC 9(5)V99.
   05 TF-FRANCHISE              PIC 9(03).

*> Description d'une exoneration de frais ; le type vaut l'un des
*> types de frais du tarif, ou TOUS pour une exoneration complete
FD EXONERATION.
01 ENREGISTREMENT-EXONERATION.
   05 EX-CLE.
      10 EX-NUMCOMPTE           PIC 9(06).
      10 EX-TYPE-FRAIS          PIC X(04).
   05 EX-MOTIF                  PIC X(30).
   05 EX-DATE                   PIC 9(08).

*> Description d'une ligne du schema comptable ; un compte general
*> qui vaut CLIENT designe le compte de depot du client, et la ligne
*> de cle CLIENT donne le compte general des depots de la clientele
FD SCHEMA-COMPTABLE.
01 ENREGISTREMENT-SCHEMA.
   05 SG-TYPE-MVT               PIC X(09).
   05 SG-COMPTE-DEBIT           PIC X(08).
   05 SG-COMPTE-CREDIT          PIC X(08).
   05 SG-LIBELLE                PIC X(30).

*> Description d'un lien entre un compte et un client : role P
*> (titulaire principal), C (cotitulaire) ou M (mandataire) ; la date
*> de fin est le dernier jour de validite, nulle pour un lien sans
*> limite
FD TITULAIRE.
01 ENREGISTREMENT-TITULAIRE.
   05 TI-CLE.
      10 TI-NUMCOMPTE           PIC 9(06).
      10 TI-NUMCLIENT           PIC 9(06).
   05 TI-ROLE                   PIC X(01).
   05 TI-DATE-DEBUT             PIC 9(08).
   05 TI-DATE-FIN               PIC 9(08).

WORKING-STORAGE SECTION.

*> Choix du menu principal
01 NOM-FICHIER-RAPPORT          PIC X(40).
01 DATE-RAPPORT                 PIC 9(08).
01 EOF-FLAG-RAPPORT             PIC X VALUE "N".
01 LIGNE-RAPPORT                PIC X(150).
01 TOTAL-RAPPORT                PIC S9(9)V99 VALUE 0.
01 TOTAL-RAPPORT-AFF            PIC -(9)9.99.

01 FS-RELEVE                    PIC XX VALUE SPACES.
01 NOM-FICHIER-RELEVE           PIC X(40).
01 MOIS-RELEVE                  PIC X(06).
01 LIGNE-RELEVE                 PIC X(150).
01 SOLDE-OUVERTURE              PIC S9(7)V99 VALUE 0.
01 SOLDE-CLOTURE                PIC S9(7)V99 VALUE 0.
01 NB-RELEVES-PRODUITS          PIC 9(06) VALUE 0.
01 CLE-PARAM-SAISIE             PIC X(12).
01 VALEUR-PARAM-SAISIE          PIC 9(9)V99 VALUE 0.
01 EOF-FLAG-PARAMETRE           PIC X VALUE "N".
01 LIBELLE-PARAM-DEFAUT         PIC X(30).
01 VALEUR-PARAM-DEFAUT          PIC 9(9)V99 VALUE 0.
01 VALEUR-PARAM-AFF             PIC Z(8)9.99.
01 SEUIL-DECLARATION            PIC 9(9)V99 VALUE 0.
01 DATE-DECLARATION             PIC 9(08).
01 REPORT-TROUVE                PIC X VALUE "N".
01 TABLE-REPORTS-PLEINE         PIC X VALUE "N".

*> Annee de l'archive en cours de relecture par les traitements qui
*> parcourent les archives annuelles
01 ANNEE-ARCHIVE-HISTO          PIC 9(04) VALUE 0.

*> Table des mouvements retenus lors d'une relecture du journal,
*> dans l'ordre chronologique du fichier

*> Code retour et champs de saisie du fichier parametre des produits
01 FS-PRODUIT                   PIC XX VALUE SPACES.
01 CHOIX-PRODUIT                PIC X(02) VALUE "0".
01 CODE-PRODUIT-SAISI           PIC X(02).
01 LIBELLE-SAISI                PIC X(20).
01 TAUX-SAISI                   PIC 9V9(4) VALUE 0.
01 INDICE-HISTO                 PIC S9(06) COMP.
01 POSITION-HISTO               PIC 9(04) COMP.

*> Champs des prets personnels : octroi au guichet avec calcul de la
*> mensualite constante et du tableau d'amortissement, versement du
*> capital sur le compte, puis prelevement quotidien des echeances
*> dues par le traitement par lots, les impayes etant representes
*> chaque jour et repris dans le rapport des impayes
01 FS-PRET                      PIC XX VALUE SPACES.
01 FS-ECHEANCIER                PIC XX VALUE SPACES.
01 CHOIX-PRET                   PIC X VALUE "0".
01 NUMPRET-SAISI                PIC 9(06) VALUE 0.
01 PROCHAIN-NUMPRET             PIC 9(06) VALUE 0.
01 CAPITAL-SAISI                PIC 9(7)V99 VALUE 0.
01 TAUX-PRET-SAISI              PIC 9V9(4) VALUE 0.
01 DUREE-SAISIE                 PIC 9(03) VALUE 0.
01 DATE-PREMIERE-SAISIE         PIC 9(08) VALUE 0.
01 JOUR-PREMIERE-ECHEANCE       PIC 9(02) VALUE 0.
01 MOIS-PREMIERE-ECHEANCE       PIC 9(02) VALUE 0.
01 ANNEE-PREMIERE-ECHEANCE      PIC 9(04) VALUE 0.
01 RANG-MOIS-ECHEANCE           PIC 9(06) VALUE 0.
01 TAUX-MENSUEL-PRET            PIC 9V9(10) VALUE 0.
01 FACTEUR-PRET                 PIC 9(6)V9(10) VALUE 0.
01 MENSUALITE-PRET              PIC 9(7)V99 VALUE 0.
01 CAPITAL-RESTANT              PIC 9(7)V99 VALUE 0.
01 CAPITAL-ECHEANCE             PIC 9(7)V99 VALUE 0.
01 INTERET-ECHEANCE             PIC 9(7)V99 VALUE 0.
01 COUT-TOTAL-PRET              PIC 9(9)V99 VALUE 0.
01 NUMERO-ECHEANCE              PIC 9(03) VALUE 0.
01 DATE-ECHEANCE-CALCULEE       PIC 9(08) VALUE 0.
01 CLIENT-EMPRUNTEUR            PIC 9(06) VALUE 0.
01 PRET-ACCORDABLE              PIC X VALUE "N".
01 EOF-FLAG-PRET                PIC X VALUE "N".
01 EOF-FLAG-ECHEANCE            PIC X VALUE "N".
01 LIBELLE-STATUT-PRET          PIC X(10).
01 LIBELLE-STATUT-ECHEANCE      PIC X(10).
01 CAPITAL-AFF                  PIC Z(7)9.99.
01 INTERET-AFF                  PIC Z(7)9.99.
01 RESTANT-AFF                  PIC Z(7)9.99.
01 COUT-TOTAL-AFF               PIC Z(8)9.99.
01 DATE-ECHEANCES               PIC 9(08).
01 RESULTAT-ECHEANCE            PIC X(30).
01 NB-ECHEANCES-RESTANTES       PIC 9(03) VALUE 0.
01 NB-IMPAYES-PRET              PIC 9(03) VALUE 0.
01 NB-ECHEANCES-PAYEES          PIC 9(06) VALUE 0.
01 NB-ECHEANCES-IMPAYEES        PIC 9(06) VALUE 0.
01 NB-PRETS-SOLDES              PIC 9(06) VALUE 0.
01 NB-PRETS-TROUVES             PIC 9(04) VALUE 0.
01 TOTAL-ECHEANCES-PAYEES       PIC 9(9)V99 VALUE 0.
01 TOTAL-ECHEANCES-IMPAYEES     PIC 9(9)V99 VALUE 0.
01 TOTAL-ECHEANCES-AFF          PIC Z(8)9.99.

*> Champs des cheques : delivrance au guichet de chequiers numerotes,
*> oppositions sur un cheque ou une plage de cheques, et compensation
*> des cheques presentes, controlee en nombre et en montant comme le
*> fichier de paie ; chaque cheque refuse part dans le fichier des
*> retours avec son code motif
01 FS-CHEQUIER                  PIC XX VALUE SPACES.
01 FS-CHEQUE                    PIC XX VALUE SPACES.
01 FS-FICHIER-CHEQUES           PIC XX VALUE SPACES.
01 FS-RETOURS-CHEQUES           PIC XX VALUE SPACES.
01 CHOIX-CHEQUE                 PIC X VALUE "0".
01 NB-FEUILLES-CHEQUIER         PIC 9(03) VALUE 25.
01 PROCHAIN-NUMCHEQUIER         PIC 9(06) VALUE 0.
01 PROCHAIN-NUMCHEQUE           PIC 9(07) VALUE 0.
01 NUMCHEQUE-COURANT            PIC 9(07) VALUE 0.
01 NUMCHEQUE-DEBUT              PIC 9(07) VALUE 0.
01 NUMCHEQUE-FIN                PIC 9(07) VALUE 0.
01 CHEQUIER-DELIVRABLE          PIC X VALUE "N".
01 EOF-FLAG-CHEQUIER            PIC X VALUE "N".
01 EOF-FLAG-CHEQUE              PIC X VALUE "N".
01 NB-CHEQUIERS-TROUVES         PIC 9(04) VALUE 0.
01 NB-OPPOSITIONS               PIC 9(04) VALUE 0.
01 LIBELLE-STATUT-CHEQUE        PIC X(12).
01 DATE-COMPENSATION            PIC 9(08).
01 NOM-FICHIER-CHEQUES          PIC X(40).
01 NOM-FICHIER-RETOURS-CHQ      PIC X(50).
01 EOF-FLAG-FCHEQUES            PIC X VALUE "N".
01 LIGNE-CHEQUE                 PIC X(100).
01 LIGNE-RETOUR-CHQ             PIC X(100).
01 CHQ-NUMCOMPTE-TXT            PIC X(06).
01 CHQ-NUMCHEQUE-TXT            PIC X(07).
01 CHQ-MONTANT-TXT              PIC X(12).
01 CHQ-REFERENCE                PIC X(30).
01 FICHIER-CHEQUES-VALIDE       PIC X VALUE "N".
01 ERREUR-FORMAT-CHEQUES        PIC X VALUE "N".
01 NB-DETAILS-CHEQUES           PIC 9(06) VALUE 0.
01 TOTAL-DETAILS-CHEQUES        PIC 9(9)V99 VALUE 0.
01 NUMERO-LIGNE-CHEQUE          PIC 9(08) VALUE 0.
01 NB-CHEQUES-PAYES             PIC 9(06) VALUE 0.
01 TOTAL-CHEQUES-PAYES          PIC 9(9)V99 VALUE 0.
01 NB-CHEQUES-RETOURNES         PIC 9(06) VALUE 0.
01 TOTAL-CHEQUES-RETOURNES      PIC 9(9)V99 VALUE 0.
01 CODE-RETOUR-CHEQUE           PIC X(02).
01 LIBELLE-RETOUR-CHEQUE        PIC X(30).
01 TOTAL-CHEQUES-AFF            PIC Z(8)9.99.

*> Champs des frais de tenue de compte : tarifs par produit et type
*> de frais, exonerations par compte, et traitement mensuel qui
*> compte les evenements facturables du mois dans le journal, debite
*> les frais (mouvement FRAIS, type de frais en complement) et
*> resume les frais par produit
01 FS-TARIF                     PIC XX VALUE SPACES.
01 FS-EXONERATION               PIC XX VALUE SPACES.
01 TYPE-FRAIS-SAISI             PIC X(04).
01 TYPE-FRAIS-LU                PIC X(04).
01 TYPE-FRAIS-VALIDE            PIC X VALUE "N".
01 LIBELLE-TYPE-FRAIS           PIC X(24).
01 MONTANT-FRAIS-SAISI          PIC 9(5)V99 VALUE 0.
01 FRANCHISE-SAISIE             PIC 9(03) VALUE 0.
01 MOTIF-EXONERATION-SAISI      PIC X(30).
01 EOF-FLAG-TARIF               PIC X VALUE "N".
01 EOF-FLAG-EXONERATION         PIC X VALUE "N".
01 MONTANT-FRAIS-AFF            PIC Z(4)9.99.
01 DESCRIPTION-TARIF            PIC X(60).
01 MOIS-FRAIS                   PIC X(06).
01 ANNEE-FRAIS                  PIC 9(04) VALUE 0.
01 TARIF-TROUVE                 PIC X VALUE "N".
01 TARIF-MONTANT                PIC 9(5)V99 VALUE 0.
01 TARIF-FRANCHISE              PIC 9(03) VALUE 0.
01 COMPTE-EXONERE               PIC X VALUE "N".
01 NB-EVENEMENTS-FRAIS          PIC 9(05) VALUE 0.
01 MONTANT-FRAIS                PIC 9(7)V99 VALUE 0.
01 RESULTAT-FRAIS               PIC X(08).
01 CODE-PRODUIT-FRAIS           PIC X(02).
01 NB-RETRAITS-MOIS             PIC 9(05) VALUE 0.
01 NB-VIREXT-MOIS               PIC 9(05) VALUE 0.
01 NB-REJETS-MOIS               PIC 9(05) VALUE 0.
01 OUVERT-APRES-MOIS            PIC X VALUE "N".
01 NB-FRAIS-DEBITES             PIC 9(06) VALUE 0.
01 TOTAL-FRAIS-DEBITES          PIC 9(9)V99 VALUE 0.
01 NB-FRAIS-EXONERES            PIC 9(06) VALUE 0.
01 TOTAL-FRAIS-EXONERES         PIC 9(9)V99 VALUE 0.
01 NB-COMPTES-GELES-FRAIS       PIC 9(06) VALUE 0.
01 TOTAL-FRAIS-AFF              PIC Z(8)9.99.
01 TOTAL-EXONERE-AFF            PIC Z(8)9.99.
01 FRAIS-NUMCOMPTE-TXT          PIC X(06).
01 FRAIS-PRODUIT-TXT            PIC X(02).
01 FRAIS-TYPE-TXT               PIC X(04).
01 FRAIS-NB-TXT                 PIC X(06).
01 FRAIS-MONTANT-TXT            PIC X(12).
01 FRAIS-RESULTAT-TXT           PIC X(08).

*> Table des tarifs chargee en memoire en debut du traitement des
*> frais, pour ne pas relire le fichier des tarifs a chaque compte
01 TABLE-TARIFS.
   05 NB-TARIFS-CHARGES         PIC 9(03) VALUE 0.
   05 TARIF-CHARGE OCCURS 100.
      10 TC-CODE-PRODUIT        PIC X(02).
      10 TC-TYPE-FRAIS          PIC X(04).
      10 TC-MONTANT             PIC 9(5)V99.
      10 TC-FRANCHISE           PIC 9(03).
01 INDICE-TARIF                 PIC 9(03) COMP.

*> Table des evenements facturables du mois par compte (retraits,
*> virements externes, ordres permanents rejetes), constituee en une
*> seule lecture du journal ; un compte ouvert apres le mois facture
*> y est aussi releve pour ne pas lui compter de tenue de compte
01 TABLE-EVENEMENTS-FRAIS.
   05 NB-EVENEMENTS-TABLE       PIC 9(05) VALUE 0.
   05 EVENEMENT-FRAIS OCCURS 5000.
      10 EF-NUMCOMPTE           PIC X(06).
      10 EF-NB-RETRAITS         PIC 9(05).
      10 EF-NB-VIREXT           PIC 9(05).
      10 EF-NB-REJETS           PIC 9(05).
      10 EF-OUVERT-APRES        PIC X(01).
01 INDICE-EVENEMENT             PIC 9(05) COMP.
01 EVENEMENT-TROUVE             PIC X VALUE "N".
01 TABLE-EVENEMENTS-PLEINE      PIC X VALUE "N".

*> Table du resume des frais par produit, ecrite en fin de rapport
01 TABLE-FRAIS-PRODUITS.
   05 NB-PRODUITS-FRAIS         PIC 9(02) VALUE 0.
   05 FRAIS-PRODUIT OCCURS 20.
      10 FP-CODE                PIC X(02).
      10 FP-NB-FRAIS            PIC 9(06).
      10 FP-TENU                PIC 9(9)V99.
      10 FP-RETR                PIC 9(9)V99.
      10 FP-VEXT                PIC 9(9)V99.
      10 FP-REJP                PIC 9(9)V99.
      10 FP-EXONERE             PIC 9(9)V99.
01 INDICE-PRODUIT-FRAIS         PIC 9(02) COMP.
01 PRODUIT-FRAIS-TROUVE         PIC X VALUE "N".
01 FRAIS-TENU-AFF               PIC Z(8)9.99.
01 FRAIS-RETR-AFF               PIC Z(8)9.99.
01 FRAIS-VEXT-AFF               PIC Z(8)9.99.
01 FRAIS-REJP-AFF               PIC Z(8)9.99.

*> Champs de l'attestation fiscale annuelle : interets et agios de
*> l'annee et solde au 31 decembre de chaque compte, releves dans les
*> archives et le journal, puis regroupes par client
01 ANNEE-FISCALE                PIC X(04).
01 NB-CERTIFICATS               PIC 9(06) VALUE 0.
01 NB-COMPTES-CERTIFIES         PIC 9(06) VALUE 0.
01 NB-COMPTES-SANS-CLIENT       PIC 9(06) VALUE 0.
01 INTERETS-CLIENT              PIC 9(9)V99 VALUE 0.
01 AGIOS-CLIENT                 PIC 9(9)V99 VALUE 0.
01 TOTAL-INTERETS-FISCAL        PIC 9(9)V99 VALUE 0.
01 TOTAL-AGIOS-FISCAL           PIC 9(9)V99 VALUE 0.
01 INTERETS-FISCAL-AFF          PIC Z(8)9.99.
01 AGIOS-FISCAL-AFF             PIC Z(8)9.99.
01 SOLDE-FIN-AFF                PIC -(8)9.99.

*> Table des comptes de l'attestation fiscale
01 TABLE-FISCALE.
   05 NB-COMPTES-FISCAL         PIC 9(05) VALUE 0.
   05 COMPTE-FISCAL OCCURS 5000.
      10 FA-NUMCOMPTE           PIC X(06).
      10 FA-NUMCLIENT           PIC 9(06).
      10 FA-TYPE                PIC X(02).
      10 FA-INTERETS            PIC 9(9)V99.
      10 FA-AGIOS               PIC 9(9)V99.
      10 FA-SOLDE-FIN           PIC S9(9)V99.
      10 FA-HORODATAGE-FIN      PIC X(14).
      10 FA-MOUVEMENTS-ANNEE    PIC 9(06).
      10 FA-RATTACHE            PIC X(01).
01 INDICE-FISCAL                PIC 9(05) COMP.
01 COMPTE-FISCAL-TROUVE         PIC X VALUE "N".
01 TABLE-FISCALE-PLEINE         PIC X VALUE "N".
01 NUMCOMPTE-EXTOURNE-FISC      PIC X(06).
01 TYPE-MVT-EXTOURNE-FISC       PIC X(09).
01 MONTANT-EXTOURNE-FISC        PIC 9(9)V99 VALUE 0.

*> Champs de la detection des comptes inactifs : duree d'inactivite
*> (parametre MOIS-INACTIF), date limite qui en decoule et compteurs
*> du rapport
01 MOIS-INACTIVITE              PIC 9(03) VALUE 0.
01 MOIS-ABSOLU-INACTIF          PIC 9(06) VALUE 0.
01 ANNEE-LIMITE-INACTIF         PIC 9(04) VALUE 0.
01 MOIS-LIMITE-INACTIF          PIC 9(02) VALUE 0.
01 DATE-LIMITE-INACTIF          PIC X(08).
01 DERNIERE-ACTIVITE-CPT        PIC X(08).
01 RESULTAT-INACTIF             PIC X(40).
01 NB-COMPTES-MIS-INACTIFS      PIC 9(06) VALUE 0.
01 NB-COMPTES-DEJA-INACTIFS     PIC 9(06) VALUE 0.
01 NB-COMPTES-INACTIFS-BLOQUES  PIC 9(06) VALUE 0.
01 NB-COMPTES-SANS-ACTIVITE     PIC 9(06) VALUE 0.
01 STATUT-AVANT-MODIF           PIC X VALUE SPACES.

*> Table de la derniere activite client de chaque compte
01 TABLE-ACTIVITE-COMPTES.
   05 NB-COMPTES-ACTIVITE       PIC 9(05) VALUE 0.
   05 ACTIVITE-COMPTE OCCURS 5000.
      10 AC-NUMCOMPTE           PIC X(06).
      10 AC-DERNIERE-DATE       PIC X(08).
01 INDICE-INACTIF               PIC 9(05) COMP.
01 ACTIVITE-CPT-TROUVEE         PIC X VALUE "N".
01 TABLE-ACTIVITE-PLEINE        PIC X VALUE "N".

*> Champs du controle d'integrite du journal et des archives
01 NB-LIGNES-CONTROLEES         PIC 9(08) VALUE 0.
01 NB-LIGNES-NON-NUMEROTEES     PIC 9(08) VALUE 0.
01 NB-ANOMALIES-INTEGRITE       PIC 9(06) VALUE 0.
01 NOM-FICHIER-CONTROLE         PIC X(40).
01 NUMERO-LIGNE-FICHIER         PIC 9(08) VALUE 0.
01 ANOMALIE-INTEGRITE           PIC X(60).
01 LIGNE-LISIBLE                PIC X VALUE "Y".
01 MONTANT-LISIBLE              PIC X VALUE "Y".
01 ZONE-MONTANT-CONTROLE        PIC X(12).
01 NB-CHIFFRES-ZONE             PIC 9(02) VALUE 0.
01 NB-POINTS-ZONE               PIC 9(02) VALUE 0.
01 NB-SIGNES-ZONE               PIC 9(02) VALUE 0.
01 NB-BLANCS-ZONE               PIC 9(02) VALUE 0.
01 SENS-INTEGRITE               PIC X VALUE SPACES.
01 MONTANT-INTEGRITE            PIC S9(9)V99 VALUE 0.
01 AVANT-INTEGRITE              PIC S9(9)V99 VALUE 0.
01 APRES-INTEGRITE              PIC S9(9)V99 VALUE 0.
01 SOLDE-CALCULE-INTEGRITE      PIC S9(9)V99 VALUE 0.
01 DERNIER-OPERATEUR-CONNU      PIC X(04) VALUE SPACES.
01 NUMERO-MVT-VU                PIC X VALUE "N".
01 NUMERO-MVT-LU                PIC 9(08) VALUE 0.
01 DERNIER-NUMERO-ATTRIBUE      PIC 9(08) VALUE 0.
01 LIMITE-CONTROLE-NUMEROS      PIC 9(08) VALUE 0.
01 DEBUT-TROU-NUMEROS           PIC 9(08) VALUE 0.
01 FIN-TROU-NUMEROS             PIC 9(08) VALUE 0.
01 INDICE-NUMERO                PIC 9(07) COMP.
01 INTEGRITE-EN-CLOTURE         PIC 9(01) VALUE 0.

*> Presence de chaque numero de mouvement dans l'historique
01 TABLE-NUMEROS-MVT.
   05 NM-PRESENT                PIC X(01) OCCURS 999999.

*> Dernier solde apres connu de chaque compte, pour la chaine
01 TABLE-CHAINE-SOLDES.
   05 NB-COMPTES-CHAINE         PIC 9(05) VALUE 0.
   05 CHAINE-COMPTE OCCURS 5000.
      10 CS-NUMCOMPTE           PIC X(06).
      10 CS-SOLDE               PIC S9(9)V99.
01 INDICE-CHAINE                PIC 9(05) COMP.
01 CHAINE-TROUVEE               PIC X VALUE "N".
01 TABLE-CHAINE-PLEINE          PIC X VALUE "N".

*> Champs du schema comptable et de l'extraction comptable
*> quotidienne
01 FS-SCHEMA                    PIC XX VALUE SPACES.
01 EOF-FLAG-SCHEMA              PIC X VALUE "N".
01 TYPE-SCHEMA-SAISI            PIC X(09).
01 COMPTE-DEBIT-SAISI           PIC X(08).
01 COMPTE-CREDIT-SAISI          PIC X(08).
01 LIBELLE-SCHEMA-SAISI         PIC X(30).
01 DESCRIPTION-SCHEMA           PIC X(60).
01 DATE-COMPTABLE               PIC X(08).
01 COMPTE-CLIENT-GL             PIC X(08).
01 EXTRACTION-POSSIBLE          PIC X VALUE "N".
01 NB-MVT-COMPTABILISES         PIC 9(08) VALUE 0.
01 NB-TYPES-NON-PARAMETRES      PIC 9(02) VALUE 0.
01 TOTAL-DEBITS-GL              PIC 9(11)V99 VALUE 0.
01 TOTAL-CREDITS-GL             PIC 9(11)V99 VALUE 0.
01 MONTANT-GL                   PIC 9(9)V99 VALUE 0.
01 PRODUIT-GL                   PIC X(02).
01 COMPTE-GL-VISE               PIC X(08).
01 PRODUIT-GL-VISE              PIC X(02).
01 SENS-GL-VISE                 PIC X(01).
01 DEBIT-GL-AFF                 PIC Z(10)9.99.
01 CREDIT-GL-AFF                PIC Z(10)9.99.

*> Schema comptable charge en memoire (hors ligne CLIENT)
01 TABLE-SCHEMA-COMPTABLE.
   05 NB-SCHEMAS-CHARGES        PIC 9(03) VALUE 0.
   05 SCHEMA-CHARGE OCCURS 100.
      10 TS-TYPE-MVT            PIC X(09).
      10 TS-COMPTE-DEBIT        PIC X(08).
      10 TS-COMPTE-CREDIT       PIC X(08).
      10 TS-LIBELLE             PIC X(30).
01 INDICE-SCHEMA                PIC 9(03) COMP.
01 SCHEMA-TROUVE                PIC X VALUE "N".

*> Types de mouvement de la journee absents du schema comptable
01 TABLE-TYPES-NON-PARAMETRES.
   05 TYPE-NON-PARAMETRE OCCURS 50.
      10 TN-TYPE-MVT            PIC X(09).
      10 TN-NB-MVT              PIC 9(06).
01 INDICE-TYPE-GL               PIC 9(02) COMP.
01 TYPE-GL-TROUVE               PIC X VALUE "N".

*> Ecritures cumulees de la journee par type de mouvement, compte
*> general et, pour les depots de la clientele, code produit
01 TABLE-ECRITURES-GL.
   05 NB-ECRITURES-GL           PIC 9(04) VALUE 0.
   05 ECRITURE-GL OCCURS 1000.
      10 JG-TYPE-MVT            PIC X(09).
      10 JG-COMPTE              PIC X(08).
      10 JG-PRODUIT             PIC X(02).
      10 JG-DEBIT               PIC 9(11)V99.
      10 JG-CREDIT              PIC 9(11)V99.
01 INDICE-ECRITURE-GL           PIC 9(04) COMP.
01 ECRITURE-GL-TROUVEE          PIC X VALUE "N".
01 TABLE-ECRITURES-PLEINE       PIC X VALUE "N".

*> Sous-totaux des depots de la clientele par code produit
01 TABLE-SOUS-TOTAUX-GL.
   05 NB-SOUS-TOTAUX-GL         PIC 9(02) VALUE 0.
   05 SOUS-TOTAL-GL OCCURS 20.
      10 ST-PRODUIT             PIC X(02).
      10 ST-DEBIT               PIC 9(11)V99.
      10 ST-CREDIT              PIC 9(11)V99.
01 INDICE-SOUS-TOTAL-GL         PIC 9(02) COMP.
01 SOUS-TOTAL-GL-TROUVE         PIC X VALUE "N".

*> Champs des titulaires et mandataires des comptes
01 FS-TITULAIRE                 PIC XX VALUE SPACES.
01 EOF-FLAG-TITULAIRE           PIC X VALUE "N".
01 CHOIX-TITULAIRE              PIC X VALUE "0".
01 DATE-JOUR-TITULAIRE          PIC 9(08) VALUE 0.
01 LIEN-ACTIF                   PIC X VALUE "N".
01 LIBELLE-ROLE                 PIC X(20).
01 ETAT-LIEN                    PIC X(12).
01 NB-LIENS-CLIENT              PIC 9(04) VALUE 0.
01 NB-TITULAIRES-AMORCES        PIC 9(06) VALUE 0.
01 ROLE-SAISI                   PIC X VALUE SPACES.
01 DATE-LIEN-SAISIE             PIC X(08).
01 DATE-DEBUT-LIEN              PIC 9(08) VALUE 0.
01 DATE-FIN-LIEN                PIC 9(08) VALUE 0.
01 DESCRIPTION-TITULAIRE        PIC X(60).
01 NUMCLIENT-AGISSANT           PIC 9(06) VALUE 0.
01 NUMCLIENT-PRINCIPAL          PIC 9(06) VALUE 0.
01 NUMCOMPTE-HABILITATION       PIC 9(06) VALUE 0.
01 CLIENT-HABILITE              PIC X VALUE "N".

*> Champs du fichier indexe des mouvements et de sa reprise ; les
*> lignes anterieures a la numerotation des mouvements y recoivent
*> un numero de reprise a partir de NUMERO-REPRISE-BASE
01 FS-MVT-INDEXE                PIC XX VALUE SPACES.
01 EOF-FLAG-MVT-INDEXE          PIC X VALUE "N".
01 NUMERO-REPRISE-BASE          PIC 9(08) VALUE 90000000.
01 NUMERO-REPRISE               PIC 9(08) VALUE 0.
01 NB-MVT-REPRIS                PIC 9(08) VALUE 0.
01 NB-MVT-NON-REPRIS            PIC 9(08) VALUE 0.
01 REPRISE-MVT-A-FAIRE          PIC X VALUE "N".

*> Champs des avis aux clients : l'evenement a enregistrer, puis
*> l'edition des lettres et sa liste de controle, un poste par type
*> d'avis
01 FS-AVIS                      PIC XX VALUE SPACES.
01 EOF-FLAG-AVIS                PIC X VALUE "N".
01 FIN-AVIS-CLIENT              PIC X VALUE "N".
01 TYPE-AVIS                    PIC X(10) VALUE SPACES.
01 LIBELLE-AVIS                 PIC X(30) VALUE SPACES.
01 NUMCLIENT-AVIS               PIC 9(06) VALUE 0.
01 NUMCOMPTE-AVIS               PIC 9(06) VALUE 0.
01 MONTANT-AVIS                 PIC S9(7)V99 VALUE 0.
01 DETAIL-AVIS                  PIC X(50) VALUE SPACES.
01 DATE-AVIS                    PIC 9(08) VALUE 0.
01 SEQUENCE-AVIS                PIC 9(04) VALUE 0.
01 AVIS-ENREGISTRE              PIC X VALUE "N".
01 DATE-ENVOI-AVIS              PIC 9(08) VALUE 0.
01 NUMCLIENT-LETTRE             PIC 9(06) VALUE 0.
01 DATE-LETTRE-AVIS             PIC 9(08) VALUE 0.
01 NB-CLIENTS-AVISES            PIC 9(06) VALUE 0.
01 NB-LETTRES-AVIS              PIC 9(06) VALUE 0.
01 NB-AVIS-EDITES               PIC 9(06) VALUE 0.
01 NB-AVIS-EN-ATTENTE           PIC 9(06) VALUE 0.
01 INDICE-AVIS                  PIC 9(02) VALUE 0.
01 TABLE-TYPES-AVIS.
   05 TYPE-AVIS-COMPTE OCCURS 5.
      10 TA-TYPE                PIC X(10).
      10 TA-NB-LETTRES          PIC 9(06).
      10 TA-NB-AVIS             PIC 9(06).
      10 TA-DANS-LETTRE         PIC X(01).

PROCEDURE DIVISION.
    *> Récupération des arguments de ligne de commande, s'il y en a
    ACCEPT PARAMETRE-LIGNE-COMMANDE FROM COMMAND-LINE
    *> "banque DECLARATIONS" produit la declaration quotidienne des
    *> mouvements d'especes au-dela du seuil parametre, et "banque
    *> RESTAURATION AAAAMMJJ" reconstruit Compte.dat a partir de la
    *> sauvegarde datee du matin et des mouvements du jour ;
    *> "banque ECHEANCES" preleve les echeances de prets dues ce jour
    *> et produit le rapport quotidien des impayes ; "banque CHEQUES
    *> fichier" paie les cheques presentes par la compensation et
    *> retourne les autres avec leur motif ; "banque FRAIS AAAAMM"
    *> debite les frais de tenue de compte du mois AAAAMM selon le
    *> tarif de chaque produit ; "banque FISCAL AAAA" produit les
    *> attestations fiscales des clients pour l'annee AAAA et la
    *> declaration recapitulative ; "banque INACTIFS" passe au statut
    *> inactif les comptes sans activite client depuis MOIS-INACTIF
    *> mois ; "banque INTEGRITE" controle la numerotation et la chaine
    *> des soldes du journal et des archives ; "banque COMPTABILITE
    *> AAAAMMJJ" produit le journal comptable equilibre d'une journee
    *> terminee selon le schema comptable ; "banque AVIS" edite les
    *> lettres d'avis en attente, une par client et par journee
    EVALUATE FUNCTION TRIM(MOT-COMMANDE)
        WHEN "INTERETS"
            PERFORM TRAITEMENT-INTERETS-MENSUELS
        WHEN "RESTAURATION"
            PERFORM TRAITEMENT-RESTAURATION
            STOP RUN
        WHEN "ECHEANCES"
            PERFORM TRAITEMENT-ECHEANCES-PRETS
            STOP RUN
        WHEN "CHEQUES"
            PERFORM TRAITEMENT-COMPENSATION-CHEQUES
            STOP RUN
        WHEN "FRAIS"
            PERFORM TRAITEMENT-FRAIS-MENSUELS
            STOP RUN
        WHEN "FISCAL"
            PERFORM TRAITEMENT-ATTESTATIONS-FISCALES
            STOP RUN
        WHEN "INACTIFS"
            PERFORM TRAITEMENT-COMPTES-INACTIFS
            STOP RUN
        WHEN "INTEGRITE"
            PERFORM TRAITEMENT-CONTROLE-INTEGRITE
            STOP RUN
        WHEN "COMPTABILITE"
            PERFORM TRAITEMENT-EXTRACTION-COMPTABLE
            STOP RUN
        WHEN "AVIS"
            PERFORM TRAITEMENT-AVIS-CLIENTS
            STOP RUN
        WHEN OTHER
            CONTINUE
    END-EVALUATE
        DISPLAY "18. Caisse du guichetier"
        DISPLAY "19. Virements externes (vers une autre banque)"
        DISPLAY "20. Journal d'audit des mises a jour"
        DISPLAY "21. Prets personnels"
        DISPLAY "22. Cheques (chequiers, oppositions)"
        DISPLAY "23. Titulaires et mandataires d'un compte"
        DISPLAY "24. Quitter"
        DISPLAY "Veuillez saisir votre choix : "

        *> Lecture du choix utilisateur
            WHEN "20"
                PERFORM CONSULTER-AUDIT
            WHEN "21"
                PERFORM GERER-PRETS
            WHEN "22"
                PERFORM GERER-CHEQUES
            WHEN "23"
                PERFORM GERER-TITULAIRES
            WHEN "24"
                MOVE "Y" TO QUIT
                DISPLAY "Au revoir."
            WHEN OTHER
    PERFORM ASSURER-EXISTENCE-CAISSE
    PERFORM ASSURER-EXISTENCE-VIRPERM
    PERFORM ASSURER-EXISTENCE-VIREXT
    PERFORM ASSURER-EXISTENCE-CONTROLE
    PERFORM ASSURER-EXISTENCE-PRET
    PERFORM ASSURER-EXISTENCE-ECHEANCIER
    PERFORM ASSURER-EXISTENCE-CHEQUIER
    PERFORM ASSURER-EXISTENCE-CHEQUE
    PERFORM ASSURER-EXISTENCE-TARIF
    PERFORM ASSURER-EXISTENCE-EXONERATION
    PERFORM ASSURER-EXISTENCE-SCHEMA
    PERFORM ASSURER-EXISTENCE-TITULAIRE
    PERFORM ASSURER-EXISTENCE-MVT-INDEXE
    PERFORM ASSURER-EXISTENCE-AVIS.

ASSURER-EXISTENCE-COMPTE.
    MOVE SPACES TO FS-COMPTE

*> Vérifie que le fichier parametre general existe ; s'il est
*> absent, il est cree et amorce avec le seuil de declaration des
*> mouvements d'especes, la duree d'inactivite des comptes et
*> l'option du controle d'integrite en cloture ; un fichier deja
*> existant recoit les parametres introduits depuis sa creation

ASSURER-EXISTENCE-PARAMETRE.
    MOVE SPACES TO FS-PARAMETRE
    EVALUATE FS-PARAMETRE
        WHEN "00"
            CLOSE PARAMETRE

            MOVE "MOIS-INACTIF" TO PARAMETRE-CLE-LU
            MOVE "Mois sans activite (inactif)" TO LIBELLE-PARAM-DEFAUT
            MOVE 12 TO VALEUR-PARAM-DEFAUT
            PERFORM ASSURER-PARAMETRE-PRESENT

            MOVE "CLOT-INTEGRE" TO PARAMETRE-CLE-LU
            MOVE "Integrite en cloture (1=oui)" TO LIBELLE-PARAM-DEFAUT
            MOVE 0 TO VALEUR-PARAM-DEFAUT
            PERFORM ASSURER-PARAMETRE-PRESENT
        WHEN "35"
            OPEN OUTPUT PARAMETRE

            MOVE 10000.00 TO PA-VALEUR
            WRITE ENREGISTREMENT-PARAMETRE

            MOVE "MOIS-INACTIF" TO PA-CLE
            MOVE "Mois sans activite (inactif)" TO PA-LIBELLE
            MOVE 12 TO PA-VALEUR
            WRITE ENREGISTREMENT-PARAMETRE

            MOVE "CLOT-INTEGRE" TO PA-CLE
            MOVE "Integrite en cloture (1=oui)" TO PA-LIBELLE
            MOVE 0 TO PA-VALEUR
            WRITE ENREGISTREMENT-PARAMETRE

            CLOSE PARAMETRE
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-PARAMETRE
    END-EVALUATE.

*> Ajoute au fichier parametre le parametre dont la cle est placee
*> dans PARAMETRE-CLE-LU s'il n'y figure pas encore, avec le libelle
*> et la valeur par defaut fournis

ASSURER-PARAMETRE-PRESENT.
    OPEN I-O PARAMETRE

    MOVE PARAMETRE-CLE-LU TO PA-CLE
    READ PARAMETRE
        INVALID KEY
            MOVE PARAMETRE-CLE-LU TO PA-CLE
            MOVE LIBELLE-PARAM-DEFAUT TO PA-LIBELLE
            MOVE VALEUR-PARAM-DEFAUT TO PA-VALEUR
            WRITE ENREGISTREMENT-PARAMETRE
                INVALID KEY
                    DISPLAY "Erreur lors de l'ajout du parametre "
                            FUNCTION TRIM(PARAMETRE-CLE-LU) "."
            END-WRITE
        NOT INVALID KEY
            CONTINUE
    END-READ

    CLOSE PARAMETRE.

*> Lit le parametre dont la cle est placee dans PARAMETRE-CLE-LU et
*> en conserve la valeur ; une cle inconnue laisse PARAMETRE-TROUVE
*> a N et une valeur a zero
            DISPLAY "Erreur: " FS-CONTROLE
    END-EVALUATE.

*> Vérifie que le fichier des prets personnels existe, et le cree
*> vide s'il est absent

ASSURER-EXISTENCE-PRET.
    MOVE SPACES TO FS-PRET
    OPEN INPUT PRET

    EVALUATE FS-PRET
        WHEN "00"
            CLOSE PRET
        WHEN "35"
            OPEN OUTPUT PRET
            CLOSE PRET
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-PRET
    END-EVALUATE.

*> Vérifie que le fichier des echeances de prets existe, et le cree
*> vide s'il est absent

ASSURER-EXISTENCE-ECHEANCIER.
    MOVE SPACES TO FS-ECHEANCIER
    OPEN INPUT ECHEANCIER

    EVALUATE FS-ECHEANCIER
        WHEN "00"
            CLOSE ECHEANCIER
        WHEN "35"
            OPEN OUTPUT ECHEANCIER
            CLOSE ECHEANCIER
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-ECHEANCIER
    END-EVALUATE.

*> Vérifie que le fichier des chequiers existe, et le cree vide
*> s'il est absent

ASSURER-EXISTENCE-CHEQUIER.
    MOVE SPACES TO FS-CHEQUIER
    OPEN INPUT CHEQUIER

    EVALUATE FS-CHEQUIER
        WHEN "00"
            CLOSE CHEQUIER
        WHEN "35"
            OPEN OUTPUT CHEQUIER
            CLOSE CHEQUIER
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-CHEQUIER
    END-EVALUATE.

*> Vérifie que le fichier des cheques existe, et le cree vide s'il
*> est absent

ASSURER-EXISTENCE-CHEQUE.
    MOVE SPACES TO FS-CHEQUE
    OPEN INPUT CHEQUE

    EVALUATE FS-CHEQUE
        WHEN "00"
            CLOSE CHEQUE
        WHEN "35"
            OPEN OUTPUT CHEQUE
            CLOSE CHEQUE
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-CHEQUE
    END-EVALUATE.

*> Vérifie que le fichier des tarifs de frais existe, et le cree
*> vide s'il est absent : tant qu'aucun tarif n'est saisi, aucun
*> frais n'est preleve

ASSURER-EXISTENCE-TARIF.
    MOVE SPACES TO FS-TARIF
    OPEN INPUT TARIF

    EVALUATE FS-TARIF
        WHEN "00"
            CLOSE TARIF
        WHEN "35"
            OPEN OUTPUT TARIF
            CLOSE TARIF
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-TARIF
    END-EVALUATE.

*> Vérifie que le fichier des exonerations de frais existe, et le
*> cree vide s'il est absent

ASSURER-EXISTENCE-EXONERATION.
    MOVE SPACES TO FS-EXONERATION
    OPEN INPUT EXONERATION

    EVALUATE FS-EXONERATION
        WHEN "00"
            CLOSE EXONERATION
        WHEN "35"
            OPEN OUTPUT EXONERATION
            CLOSE EXONERATION
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-EXONERATION
    END-EVALUATE.

*> Vérifie que le fichier du schema comptable existe ; s'il est
*> absent, il est cree avec le schema de base : un compte general
*> debite et un compte general credite par type de mouvement, CLIENT
*> designant le compte de depot du client

ASSURER-EXISTENCE-SCHEMA.
    MOVE SPACES TO FS-SCHEMA
    OPEN INPUT SCHEMA-COMPTABLE

    EVALUATE FS-SCHEMA
        WHEN "00"
            CLOSE SCHEMA-COMPTABLE
        WHEN "35"
            OPEN OUTPUT SCHEMA-COMPTABLE

            MOVE "CLIENT" TO TYPE-SCHEMA-SAISI
            MOVE "251100" TO COMPTE-DEBIT-SAISI
            MOVE "251100" TO COMPTE-CREDIT-SAISI
            MOVE "Depots de la clientele" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "DEPOT" TO TYPE-SCHEMA-SAISI
            MOVE "101000" TO COMPTE-DEBIT-SAISI
            MOVE "CLIENT" TO COMPTE-CREDIT-SAISI
            MOVE "Versement d'especes" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "OUVERTURE" TO TYPE-SCHEMA-SAISI
            MOVE "101000" TO COMPTE-DEBIT-SAISI
            MOVE "CLIENT" TO COMPTE-CREDIT-SAISI
            MOVE "Versement a l'ouverture" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "RETRAIT" TO TYPE-SCHEMA-SAISI
            MOVE "CLIENT" TO COMPTE-DEBIT-SAISI
            MOVE "101000" TO COMPTE-CREDIT-SAISI
            MOVE "Retrait d'especes" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "VIR-DEB" TO TYPE-SCHEMA-SAISI
            MOVE "CLIENT" TO COMPTE-DEBIT-SAISI
            MOVE "471000" TO COMPTE-CREDIT-SAISI
            MOVE "Virement interne emis" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "VIR-CRE" TO TYPE-SCHEMA-SAISI
            MOVE "471000" TO COMPTE-DEBIT-SAISI
            MOVE "CLIENT" TO COMPTE-CREDIT-SAISI
            MOVE "Virement interne recu" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "VIR-EXT" TO TYPE-SCHEMA-SAISI
            MOVE "CLIENT" TO COMPTE-DEBIT-SAISI
            MOVE "111000" TO COMPTE-CREDIT-SAISI
            MOVE "Virement externe emis" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "VIR-REJ" TO TYPE-SCHEMA-SAISI
            MOVE "111000" TO COMPTE-DEBIT-SAISI
            MOVE "CLIENT" TO COMPTE-CREDIT-SAISI
            MOVE "Virement externe rejete" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "SALAIRE" TO TYPE-SCHEMA-SAISI
            MOVE "111000" TO COMPTE-DEBIT-SAISI
            MOVE "CLIENT" TO COMPTE-CREDIT-SAISI
            MOVE "Salaire verse par un employeur" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "CHEQUE" TO TYPE-SCHEMA-SAISI
            MOVE "CLIENT" TO COMPTE-DEBIT-SAISI
            MOVE "111000" TO COMPTE-CREDIT-SAISI
            MOVE "Cheque paye en compensation" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "INTERET" TO TYPE-SCHEMA-SAISI
            MOVE "661100" TO COMPTE-DEBIT-SAISI
            MOVE "CLIENT" TO COMPTE-CREDIT-SAISI
            MOVE "Interets crediteurs verses" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "AGIOS" TO TYPE-SCHEMA-SAISI
            MOVE "CLIENT" TO COMPTE-DEBIT-SAISI
            MOVE "702100" TO COMPTE-CREDIT-SAISI
            MOVE "Agios sur decouvert" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "FRAIS" TO TYPE-SCHEMA-SAISI
            MOVE "CLIENT" TO COMPTE-DEBIT-SAISI
            MOVE "708100" TO COMPTE-CREDIT-SAISI
            MOVE "Frais de tenue de compte" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "DEBLOCAGE" TO TYPE-SCHEMA-SAISI
            MOVE "201000" TO COMPTE-DEBIT-SAISI
            MOVE "CLIENT" TO COMPTE-CREDIT-SAISI
            MOVE "Deblocage de pret" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "ECHEANCE" TO TYPE-SCHEMA-SAISI
            MOVE "CLIENT" TO COMPTE-DEBIT-SAISI
            MOVE "201000" TO COMPTE-CREDIT-SAISI
            MOVE "Echeance de pret" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "EXT-DEB" TO TYPE-SCHEMA-SAISI
            MOVE "CLIENT" TO COMPTE-DEBIT-SAISI
            MOVE "471900" TO COMPTE-CREDIT-SAISI
            MOVE "Extourne au debit" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            MOVE "EXT-CRE" TO TYPE-SCHEMA-SAISI
            MOVE "471900" TO COMPTE-DEBIT-SAISI
            MOVE "CLIENT" TO COMPTE-CREDIT-SAISI
            MOVE "Extourne au credit" TO LIBELLE-SCHEMA-SAISI
            PERFORM ECRIRE-SCHEMA-DEFAUT

            CLOSE SCHEMA-COMPTABLE
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-SCHEMA
    END-EVALUATE.

*> Ecrit une ligne du schema comptable de base a partir des zones de
*> saisie

ECRIRE-SCHEMA-DEFAUT.
    MOVE TYPE-SCHEMA-SAISI TO SG-TYPE-MVT
    MOVE COMPTE-DEBIT-SAISI TO SG-COMPTE-DEBIT
    MOVE COMPTE-CREDIT-SAISI TO SG-COMPTE-CREDIT
    MOVE LIBELLE-SCHEMA-SAISI TO SG-LIBELLE
    WRITE ENREGISTREMENT-SCHEMA.

*> Vérifie que le fichier des titulaires existe ; a sa creation, le
*> titulaire principal de chaque compte existant y est enregistre,
*> sans date de debut connue

ASSURER-EXISTENCE-TITULAIRE.
    MOVE SPACES TO FS-TITULAIRE
    OPEN INPUT TITULAIRE

    EVALUATE FS-TITULAIRE
        WHEN "00"
            CLOSE TITULAIRE
        WHEN "35"
            OPEN OUTPUT TITULAIRE
            PERFORM AMORCER-TITULAIRES
            CLOSE TITULAIRE
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-TITULAIRE
    END-EVALUATE.

*> Ecrit le lien de titulaire principal de chaque compte du fichier
*> COMPTE dans le fichier des titulaires qui vient d'etre cree

AMORCER-TITULAIRES.
    MOVE "N" TO EOF-FLAG
    MOVE 0 TO NB-TITULAIRES-AMORCES

    OPEN INPUT COMPTE

    PERFORM UNTIL EOF-FLAG = "Y"
        READ COMPTE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE EC-NUMCOMPTE TO TI-NUMCOMPTE
                MOVE EC-NUMCLIENT TO TI-NUMCLIENT
                MOVE "P" TO TI-ROLE
                MOVE 0 TO TI-DATE-DEBUT
                MOVE 0 TO TI-DATE-FIN
                WRITE ENREGISTREMENT-TITULAIRE
                    INVALID KEY
                        DISPLAY "Erreur lors de l'enregistrement du "
                                "titulaire du compte " EC-NUMCOMPTE
                    NOT INVALID KEY
                        ADD 1 TO NB-TITULAIRES-AMORCES
                END-WRITE
        END-READ
    END-PERFORM

    CLOSE COMPTE

    IF NB-TITULAIRES-AMORCES > 0
        DISPLAY "Titulaires principaux repris : "
                NB-TITULAIRES-AMORCES
    END-IF.

*> Vérifie que le fichier indexe des mouvements existe, puis que la
*> reprise des archives annuelles et du journal courant y a ete
*> menee a son terme

ASSURER-EXISTENCE-MVT-INDEXE.
    MOVE SPACES TO FS-MVT-INDEXE
    OPEN INPUT MOUVEMENT-INDEXE

    EVALUATE FS-MVT-INDEXE
        WHEN "00"
            CLOSE MOUVEMENT-INDEXE
            PERFORM CONTROLER-REPRISE-MVT-INDEXE
        WHEN "35"
            OPEN OUTPUT MOUVEMENT-INDEXE
            CLOSE MOUVEMENT-INDEXE
            DISPLAY "Fichier cree."
            PERFORM CONTROLER-REPRISE-MVT-INDEXE
        WHEN OTHER
            DISPLAY "Erreur: " FS-MVT-INDEXE
    END-EVALUATE.

*> La reprise n'est acquise qu'une fois marquee terminee dans le
*> controle d'execution (MIGR-MVT) ; absente ou interrompue, elle est
*> refaite en entier a partir des archives et du journal, qui restent
*> la reference, pour qu'aucun mouvement ne manque aux consultations

CONTROLER-REPRISE-MVT-INDEXE.
    MOVE "N" TO REPRISE-MVT-A-FAIRE

    OPEN I-O CONTROLE-BATCH

    MOVE "MIGR-MVT" TO CB-BATCH
    MOVE SPACES TO CB-PERIODE
    MOVE "Mouvement.dat" TO CB-FICHIER
    READ CONTROLE-BATCH
        INVALID KEY
            MOVE "MIGR-MVT" TO CB-BATCH
            MOVE SPACES TO CB-PERIODE
            MOVE "Mouvement.dat" TO CB-FICHIER
            MOVE "D" TO CB-STATUT
            MOVE 0 TO CB-CHECKPOINT

            WRITE ENREGISTREMENT-CONTROLE
                INVALID KEY
                    DISPLAY "Erreur lors de l'enregistrement du "
                            "controle de la reprise des mouvements."
                NOT INVALID KEY
                    MOVE "Y" TO REPRISE-MVT-A-FAIRE
            END-WRITE
        NOT INVALID KEY
            IF CB-STATUT NOT = "T"
                DISPLAY "Reprise des mouvements interrompue : "
                        "elle est refaite."
                MOVE "Y" TO REPRISE-MVT-A-FAIRE
            END-IF
    END-READ

    IF REPRISE-MVT-A-FAIRE = "Y"
        PERFORM REPRENDRE-MOUVEMENTS-INDEXE
        PERFORM TERMINER-CONTROLE-BATCH
    ELSE
        CLOSE CONTROLE-BATCH
    END-IF.

*> Reprise de l'historique dans le fichier indexe des mouvements,
*> vide au prealable de ce qu'une reprise interrompue y a laisse :
*> les archives Archive-AAAA.txt dans l'ordre des annees, puis
*> Mouvements.txt ; les lignes de report, qui ne font que resumer des
*> lignes archivees, ne sont pas reprises

REPRENDRE-MOUVEMENTS-INDEXE.
    MOVE 0 TO NB-MVT-REPRIS
    MOVE 0 TO NB-MVT-NON-REPRIS
    MOVE NUMERO-REPRISE-BASE TO NUMERO-REPRISE

    OPEN OUTPUT MOUVEMENT-INDEXE
    CLOSE MOUVEMENT-INDEXE
    OPEN I-O MOUVEMENT-INDEXE

    ACCEPT DATE-SYS FROM DATE YYYYMMDD
    COMPUTE ANNEE-COURANTE = FUNCTION INTEGER(DATE-SYS / 10000)

    PERFORM VARYING ANNEE-ARCHIVE-HISTO FROM 2000 BY 1
            UNTIL ANNEE-ARCHIVE-HISTO > ANNEE-COURANTE
        PERFORM REPRENDRE-ARCHIVE-INDEXE
    END-PERFORM

    MOVE "N" TO EOF-FLAG-MOUVEMENTS
    OPEN INPUT MOUVEMENTS

    PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
        READ MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
            AT END
                MOVE "Y" TO EOF-FLAG-MOUVEMENTS
            NOT AT END
                PERFORM REPRENDRE-LIGNE-INDEXE
        END-READ
    END-PERFORM

    CLOSE MOUVEMENTS
    CLOSE MOUVEMENT-INDEXE

    IF NB-MVT-REPRIS > 0
        DISPLAY "Mouvements repris dans le fichier indexe : "
                NB-MVT-REPRIS
    END-IF

    IF NB-MVT-NON-REPRIS > 0
        DISPLAY "ATTENTION : " NB-MVT-NON-REPRIS
                " ligne(s) non reprise(s), numero de mouvement en "
                "double."
    END-IF.

*> Reprend une archive annuelle, si elle existe

REPRENDRE-ARCHIVE-INDEXE.
    MOVE SPACES TO NOM-FICHIER-ARCHIVE
    STRING "Archive-" ANNEE-ARCHIVE-HISTO ".txt"
    INTO NOM-FICHIER-ARCHIVE
    END-STRING

    MOVE SPACES TO FS-ARCHIVE
    OPEN INPUT ARCHIVE-MOUVEMENTS

    IF FS-ARCHIVE = "00"
        MOVE "N" TO EOF-FLAG-MOUVEMENTS

        PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
            READ ARCHIVE-MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
                AT END
                    MOVE "Y" TO EOF-FLAG-MOUVEMENTS
                NOT AT END
                    PERFORM REPRENDRE-LIGNE-INDEXE
            END-READ
        END-PERFORM

        CLOSE ARCHIVE-MOUVEMENTS
    END-IF.

*> Ecrit la ligne relue dans le fichier indexe des mouvements ; une
*> ligne anterieure a la numerotation recoit le numero de reprise
*> suivant

REPRENDRE-LIGNE-INDEXE.
    PERFORM DECOUPER-LIGNE-MOUVEMENT

    IF FUNCTION TRIM(MVT-TYPE) NOT = "REPORT"
       AND MVT-NUMCOMPTE-TXT NOT = SPACES
        IF MVT-NUMERO IS NUMERIC
            MOVE MVT-NUMERO TO MI-NUMERO
        ELSE
            ADD 1 TO NUMERO-REPRISE
            MOVE NUMERO-REPRISE TO MI-NUMERO
        END-IF

        MOVE MVT-NUMCOMPTE-TXT TO MI-NUMCOMPTE
        MOVE MVT-HORODATAGE TO MI-HORODATAGE-CPT
        MOVE MVT-HORODATAGE TO MI-HORODATAGE
        MOVE LIGNE-MOUVEMENT-LUE TO MI-LIGNE

        WRITE ENREGISTREMENT-MVT-INDEXE
            INVALID KEY
                ADD 1 TO NB-MVT-NON-REPRIS
            NOT INVALID KEY
                ADD 1 TO NB-MVT-REPRIS
        END-WRITE
    END-IF.

*> Vérifie que le fichier des avis aux clients existe et le cree vide
*> sinon

ASSURER-EXISTENCE-AVIS.
    MOVE SPACES TO FS-AVIS
    OPEN INPUT AVIS

    EVALUATE FS-AVIS
        WHEN "00"
            CLOSE AVIS
        WHEN "35"
            OPEN OUTPUT AVIS
            CLOSE AVIS
            DISPLAY "Fichier cree."
        WHEN OTHER
            DISPLAY "Erreur: " FS-AVIS
    END-EVALUATE.

*> Enregistre le demarrage du traitement par lots identifie par
*> CONTROLE-BATCH-NOM, CONTROLE-PERIODE et CONTROLE-FICHIER : une
*> periode deja terminee est refusee, une periode interrompue est
    PERFORM POINTER-CONTROLE-BATCH.

*> Preleve les agios du mois sur un compte a decouvert, au taux
*> debiteur de son produit, et avise le client si le decouvert
*> autorise est depasse

DEBITER-AGIOS-COMPTE.
    IF TAUX-DEBITEUR-APPLICABLE = 0
        *> Mise a jour des cumuls pour le resume
        ADD 1 TO NB-COMPTES-DEBITES
        ADD INTERET-CALCULE TO TOTAL-AGIOS

        *> Un solde porte par les agios au-dela du decouvert autorise
        *> fait l'objet d'un avis au client, pour le depassement
        IF EC-SOLDE + EC-DECOUVERT < 0
            MOVE "DECOUVERT" TO TYPE-AVIS
            MOVE EC-NUMCLIENT TO NUMCLIENT-AVIS
            MOVE EC-NUMCOMPTE TO NUMCOMPTE-AVIS
            COMPUTE MONTANT-AVIS = 0 - (EC-SOLDE + EC-DECOUVERT)
            MOVE EC-DECOUVERT TO DECOUVERT-AFF
            MOVE SPACES TO DETAIL-AVIS
            STRING "Decouvert autorise : "
                   FUNCTION TRIM(DECOUVERT-AFF)
            INTO DETAIL-AVIS
            END-STRING
            PERFORM ENREGISTRER-AVIS
        END-IF
    END-IF.

*> Charge le fichier parametre des produits dans la table en memoire
        DISPLAY "Releves produits   : " NB-RELEVES-PRODUITS
    END-IF.

*> Produit le releve du compte courant du fichier COMPTE : lit les
*> mouvements du compte, retient ceux du mois demande, puis ecrit le
*> releve ; le solde d'ouverture est le solde avant le premier
*> mouvement du mois et le solde de cloture le solde apres le
*> dernier ; sans mouvement sur la periode, les deux valent le solde
*> courant du compte

PRODUIRE-RELEVE-COMPTE.
    *> Collecte des mouvements du compte pour le mois demande ; les
    *> sans mouvement
    MOVE 0 TO NB-MOUVEMENTS-TABLE
    MOVE 0 TO NB-MOUVEMENTS-PERIODE
    MOVE "N" TO TROUVE-SOLDE-AVANT-MOIS
    MOVE "N" TO TROUVE-SOLDE-APRES-MOIS
    MOVE EC-NUMCOMPTE TO NUMCOMPTE-MOUVEMENT-TXT
    MOVE EC-SOLDE TO SOLDE-OUVERTURE
    MOVE EC-SOLDE TO SOLDE-CLOTURE

    *> Seuls les mouvements du compte sont lus, par la cle compte et
    *> horodatage du fichier indexe, jusqu'au premier qui suit le mois
    MOVE "N" TO EOF-FLAG-MVT-INDEXE

    OPEN INPUT MOUVEMENT-INDEXE

    MOVE NUMCOMPTE-MOUVEMENT-TXT TO MI-NUMCOMPTE
    MOVE LOW-VALUES TO MI-HORODATAGE-CPT
    START MOUVEMENT-INDEXE KEY >= MI-CLE-COMPTE-DATE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-MVT-INDEXE
    END-START

    PERFORM UNTIL EOF-FLAG-MVT-INDEXE = "Y"
        PERFORM LIRE-MVT-INDEXE-SUIVANT
        IF EOF-FLAG-MVT-INDEXE = "N"
            IF MI-NUMCOMPTE NOT = NUMCOMPTE-MOUVEMENT-TXT
                MOVE "Y" TO EOF-FLAG-MVT-INDEXE
            ELSE
                PERFORM RETENIR-MOUVEMENT-RELEVE
                IF MI-HORODATAGE-CPT(1:6) > MOIS-RELEVE
                    MOVE "Y" TO EOF-FLAG-MVT-INDEXE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE MOUVEMENT-INDEXE

    *> Sans mouvement sur le mois demande, le solde de la periode est
    *> le dernier solde connu avant le mois, a defaut le solde avant
        DISPLAY "Erreur a la creation du releve du compte "
                EC-NUMCOMPTE " : " FS-RELEVE
    ELSE
        *> En-tete du releve : periode, titulaires, solde d'ouverture
        MOVE SPACES TO LIGNE-RELEVE
        STRING "RELEVE DE COMPTE - PERIODE " MOIS-RELEVE
        INTO LIGNE-RELEVE
        END-STRING
        WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE

        *> Cotitulaires et mandataires du compte sur le mois
        PERFORM ECRIRE-TITULAIRES-RELEVE

        MOVE SOLDE-OUVERTURE TO SOLDE-AFF
        MOVE SPACES TO LIGNE-RELEVE
        STRING "Solde d'ouverture : " FUNCTION TRIM(SOLDE-AFF)
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-IF.

*> Cumule, avec leur signe, les mouvements du jour du compte place
*> dans NUMCOMPTE-MOUVEMENT-TXT, lus par la cle compte et horodatage
*> du fichier indexe des mouvements : les credits (depots,
*> virements recus, interets, salaires) s'ajoutent, les debits
*> (retraits, virements emis, agios) se retranchent

CALCULER-DELTA-JOURNEE.
    MOVE 0 TO DELTA-JOURNEE
    MOVE "N" TO FERMETURE-TROUVEE
    MOVE "N" TO EOF-FLAG-MVT-INDEXE

    OPEN INPUT MOUVEMENT-INDEXE

    MOVE NUMCOMPTE-MOUVEMENT-TXT TO MI-NUMCOMPTE
    MOVE DATE-RAPPROCHEMENT-TXT TO MI-HORODATAGE-CPT
    START MOUVEMENT-INDEXE KEY >= MI-CLE-COMPTE-DATE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-MVT-INDEXE
    END-START

    PERFORM UNTIL EOF-FLAG-MVT-INDEXE = "Y"
        PERFORM LIRE-MVT-INDEXE-SUIVANT
        IF EOF-FLAG-MVT-INDEXE = "N"
            IF MI-NUMCOMPTE NOT = NUMCOMPTE-MOUVEMENT-TXT
               OR MI-HORODATAGE-CPT(1:8) NOT = DATE-RAPPROCHEMENT-TXT
                MOVE "Y" TO EOF-FLAG-MVT-INDEXE
            ELSE
                EVALUATE FUNCTION TRIM(MVT-TYPE)
                    WHEN "DEPOT"
                    WHEN "VIR-CRE"
                    WHEN "INTERET"
                    WHEN "SALAIRE"
                    WHEN "EXT-CRE"
                    WHEN "VIR-REJ"
                    WHEN "OUVERTURE"
                    WHEN "DEBLOCAGE"
                        ADD FUNCTION NUMVAL(MVT-MONTANT-TXT)
                          TO DELTA-JOURNEE
                    WHEN "RETRAIT"
                    WHEN "VIR-DEB"
                    WHEN "AGIOS"
                    WHEN "EXT-DEB"
                    WHEN "VIR-EXT"
                    WHEN "ECHEANCE"
                    WHEN "CHEQUE"
                    WHEN "FRAIS"
                        SUBTRACT FUNCTION NUMVAL(MVT-MONTANT-TXT)
                            FROM DELTA-JOURNEE
                    WHEN "FERMETURE"
                        *> Montant nul, mais la fermeture est
                        *> relevee pour la restauration
                        MOVE "Y" TO FERMETURE-TROUVEE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-IF
    END-PERFORM

    CLOSE MOUVEMENT-INDEXE.

*> Restauration de Compte.dat apres une corruption : le fichier des
*> comptes est reconstruit a partir de la sauvegarde datee du matin
*> lignes de l'annee AAAA passee en argument et des annees
*> anterieures sont deplacees dans Archive-AAAA.txt, et le journal
*> est reecrit en tete duquel une ligne REPORT par compte archive
*> porte le solde apres son dernier mouvement archive ; les
*> traitements qui relisent le journal retrouvent ainsi leur solde
*> d'ouverture sans relire les annees fermees, et le journal cesse de
*> grossir sans fin ; le fichier indexe des mouvements, lui, n'est pas
*> touche et garde l'historique complet

TRAITEMENT-ARCHIVAGE-ANNUEL.
    *> L'archivage reecrit le journal : il est reserve au superviseur

*> Affiche le client courant du fichier CLIENT, puis tous ses comptes
*> retrouves par la cle secondaire sur le numero de client, avec le
*> solde global de l'ensemble, et enfin les comptes dont il est
*> cotitulaire ou mandataire

AFFICHER-CLIENT-ET-COMPTES.
    DISPLAY "Client : " CL-NUMCLIENT
        DISPLAY "  Comptes : " NB-COMPTES-CLIENT
                " | Solde global : "
                FUNCTION TRIM(SOLDE-GLOBAL-AFF)
    END-IF

    *> Comptes d'autres titulaires auxquels le client est lie
    PERFORM AFFICHER-COMPTES-LIES-CLIENT.

*> Affiche un compte de la fiche client et l'ajoute au solde global

            " | Statut : "
            FUNCTION TRIM(LIBELLE-STATUT-CPT).

*> Affiche les comptes dont le client courant du fichier CLIENT est
*> cotitulaire ou mandataire, retrouves par la cle secondaire du
*> fichier des titulaires ; seuls les liens en vigueur ce jour sont
*> retenus, et ces comptes n'entrent pas dans le solde global

AFFICHER-COMPTES-LIES-CLIENT.
    ACCEPT DATE-JOUR-TITULAIRE FROM DATE YYYYMMDD
    MOVE "N" TO EOF-FLAG-TITULAIRE
    MOVE 0 TO NB-LIENS-CLIENT

    OPEN INPUT TITULAIRE
    OPEN INPUT COMPTE

    MOVE CL-NUMCLIENT TO TI-NUMCLIENT
    START TITULAIRE KEY = TI-NUMCLIENT
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-TITULAIRE
    END-START

    PERFORM UNTIL EOF-FLAG-TITULAIRE = "Y"
        READ TITULAIRE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-TITULAIRE
            NOT AT END
                IF TI-NUMCLIENT = CL-NUMCLIENT
                    PERFORM EVALUER-LIEN-ACTIF
                    IF TI-ROLE NOT = "P" AND LIEN-ACTIF = "Y"
                        PERFORM AFFICHER-COMPTE-LIE
                    END-IF
                ELSE
                    MOVE "Y" TO EOF-FLAG-TITULAIRE
                END-IF
        END-READ
    END-PERFORM

    CLOSE COMPTE
    CLOSE TITULAIRE

    IF NB-LIENS-CLIENT > 0
        DISPLAY "  Comptes en cotitularite ou procuration : "
                NB-LIENS-CLIENT
    END-IF.

*> Affiche un compte auquel le client de la fiche est lie comme
*> cotitulaire ou mandataire ; un compte ferme depuis n'est pas
*> affiche

AFFICHER-COMPTE-LIE.
    MOVE TI-NUMCOMPTE TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO NB-LIENS-CLIENT
            MOVE EC-SOLDE TO SOLDE-AFF
            PERFORM TRADUIRE-STATUT-COMPTE
            PERFORM TRADUIRE-ROLE-TITULAIRE

            DISPLAY "  No Compte : " EC-NUMCOMPTE
                    " | Role : " FUNCTION TRIM(LIBELLE-ROLE)
                    " | Titulaire principal : " EC-NUMCLIENT
                    " | Type : " EC-TYPE
                    " | Solde : " SOLDE-AFF
                    " | Statut : "
                    FUNCTION TRIM(LIBELLE-STATUT-CPT)
    END-READ.

*> Indique dans LIEN-ACTIF si le lien courant du fichier des
*> titulaires est en vigueur a la date DATE-JOUR-TITULAIRE : la date
*> de debut est atteinte et la date de fin, dernier jour de validite,
*> n'est pas depassee (une date de fin nulle laisse le lien ouvert)

EVALUER-LIEN-ACTIF.
    IF TI-DATE-DEBUT <= DATE-JOUR-TITULAIRE
       AND (TI-DATE-FIN = 0 OR TI-DATE-FIN >= DATE-JOUR-TITULAIRE)
        MOVE "Y" TO LIEN-ACTIF
    ELSE
        MOVE "N" TO LIEN-ACTIF
    END-IF.

*> Traduit le role du lien courant du fichier des titulaires en
*> libelle affichable

TRADUIRE-ROLE-TITULAIRE.
    EVALUATE TI-ROLE
        WHEN "P"
            MOVE "Titulaire principal" TO LIBELLE-ROLE
        WHEN "C"
            MOVE "Cotitulaire" TO LIBELLE-ROLE
        WHEN "M"
            MOVE "Mandataire" TO LIBELLE-ROLE
        WHEN OTHER
            MOVE "Role inconnu" TO LIBELLE-ROLE
    END-EVALUATE.

*> Verifie que le client NUMCLIENT-AGISSANT peut operer sur le compte
*> NUMCOMPTE-HABILITATION, dont le titulaire principal est
*> NUMCLIENT-PRINCIPAL : il doit etre ce titulaire principal, ou un
*> cotitulaire ou mandataire dont le lien est en vigueur ce jour ; le
*> resultat est rendu dans CLIENT-HABILITE

VERIFIER-CLIENT-HABILITE.
    MOVE "N" TO CLIENT-HABILITE

    IF NUMCLIENT-AGISSANT = NUMCLIENT-PRINCIPAL
        MOVE "Y" TO CLIENT-HABILITE
    ELSE
        ACCEPT DATE-JOUR-TITULAIRE FROM DATE YYYYMMDD

        OPEN INPUT TITULAIRE

        MOVE NUMCOMPTE-HABILITATION TO TI-NUMCOMPTE
        MOVE NUMCLIENT-AGISSANT TO TI-NUMCLIENT
        READ TITULAIRE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM EVALUER-LIEN-ACTIF
                MOVE LIEN-ACTIF TO CLIENT-HABILITE
        END-READ

        CLOSE TITULAIRE
    END-IF.

*> Ecrit sur le releve du compte courant les cotitulaires et les
*> mandataires dont le lien a ete en vigueur pendant le mois du
*> releve, apres la ligne du titulaire principal

ECRIRE-TITULAIRES-RELEVE.
    MOVE "N" TO EOF-FLAG-TITULAIRE

    OPEN INPUT TITULAIRE

    MOVE EC-NUMCOMPTE TO TI-NUMCOMPTE
    MOVE 0 TO TI-NUMCLIENT
    START TITULAIRE KEY >= TI-CLE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-TITULAIRE
    END-START

    PERFORM UNTIL EOF-FLAG-TITULAIRE = "Y"
        READ TITULAIRE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-TITULAIRE
            NOT AT END
                IF TI-NUMCOMPTE NOT = EC-NUMCOMPTE
                    MOVE "Y" TO EOF-FLAG-TITULAIRE
                ELSE
                    IF TI-ROLE NOT = "P"
                       AND TI-DATE-DEBUT(1:6) <= MOIS-RELEVE
                       AND (TI-DATE-FIN = 0
                            OR TI-DATE-FIN(1:6) >= MOIS-RELEVE)
                        PERFORM TRADUIRE-ROLE-TITULAIRE
                        MOVE TI-NUMCLIENT TO NUMCLIENT-LU
                        PERFORM LIRE-CLIENT-PAR-NUMERO

                        MOVE SPACES TO LIGNE-RELEVE
                        STRING FUNCTION TRIM(LIBELLE-ROLE)
                               " : "
                               FUNCTION TRIM(CLIENT-PRENOM)
                               " "
                               FUNCTION TRIM(CLIENT-NOM)
                        INTO LIGNE-RELEVE
                        END-STRING
                        WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE TITULAIRE.

*> Enregistre le titulaire principal d'un compte qui vient d'etre
*> ouvert (EC-NUMCOMPTE, EC-NUMCLIENT) dans le fichier des
*> titulaires, et consigne ce lien dans l'audit

ENREGISTRER-TITULAIRE-PRINCIPAL.
    ACCEPT DATE-JOUR-TITULAIRE FROM DATE YYYYMMDD

    OPEN I-O TITULAIRE

    MOVE EC-NUMCOMPTE TO TI-NUMCOMPTE
    MOVE EC-NUMCLIENT TO TI-NUMCLIENT
    MOVE "P" TO TI-ROLE
    MOVE DATE-JOUR-TITULAIRE TO TI-DATE-DEBUT
    MOVE 0 TO TI-DATE-FIN

    WRITE ENREGISTREMENT-TITULAIRE
        INVALID KEY
            DISPLAY "Erreur lors de l'enregistrement du titulaire "
                    "du compte."
        NOT INVALID KEY
            MOVE "TITULAIRE" TO AUDIT-OBJET
            MOVE TI-CLE TO AUDIT-CLE
            MOVE "NOUVEAU" TO AUDIT-AVANT
            PERFORM DECRIRE-TITULAIRE-AUDIT
            MOVE DESCRIPTION-TITULAIRE TO AUDIT-APRES
            PERFORM ECRIRE-AUDIT
    END-WRITE

    CLOSE TITULAIRE.

*> Menu des titulaires et mandataires d'un compte : liste des
*> personnes liees au compte, ajout ou modification d'un cotitulaire
*> ou d'un mandataire, et fin d'un lien ; le titulaire principal est
*> celui du compte et ne se modifie pas ici

GERER-TITULAIRES.
    MOVE "0" TO CHOIX-TITULAIRE

    PERFORM UNTIL CHOIX-TITULAIRE = "4"
        DISPLAY " TITULAIRES ET MANDATAIRES"
        DISPLAY "1. Lister les titulaires et mandataires d'un compte"
        DISPLAY "2. Ajouter ou modifier un cotitulaire ou un "
                "mandataire"
        DISPLAY "3. Mettre fin a un lien"
        DISPLAY "4. Retour au menu principal"
        DISPLAY "Veuillez saisir votre choix : "

        ACCEPT CHOIX-TITULAIRE

        EVALUATE CHOIX-TITULAIRE
            WHEN "1"
                PERFORM LISTER-TITULAIRES-COMPTE
            WHEN "2"
                PERFORM SAISIR-LIEN-TITULAIRE
            WHEN "3"
                PERFORM CLORE-LIEN-TITULAIRE
            WHEN "4"
                CONTINUE
            WHEN OTHER
                DISPLAY "CHOIX INVALIDE"
        END-EVALUATE
    END-PERFORM.

*> Liste toutes les personnes liees a un compte, avec leur role, les
*> dates du lien et son etat ce jour

LISTER-TITULAIRES-COMPTE.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    ACCEPT DATE-JOUR-TITULAIRE FROM DATE YYYYMMDD
    MOVE "N" TO EOF-FLAG-TITULAIRE
    MOVE 0 TO NB-LIENS-CLIENT

    OPEN INPUT TITULAIRE

    MOVE NUMCOMPTE-SAISI TO TI-NUMCOMPTE
    MOVE 0 TO TI-NUMCLIENT
    START TITULAIRE KEY >= TI-CLE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-TITULAIRE
    END-START

    PERFORM UNTIL EOF-FLAG-TITULAIRE = "Y"
        READ TITULAIRE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-TITULAIRE
            NOT AT END
                IF TI-NUMCOMPTE NOT = NUMCOMPTE-SAISI
                    MOVE "Y" TO EOF-FLAG-TITULAIRE
                ELSE
                    ADD 1 TO NB-LIENS-CLIENT
                    PERFORM TRADUIRE-ROLE-TITULAIRE
                    PERFORM EVALUER-LIEN-ACTIF
                    MOVE TI-NUMCLIENT TO NUMCLIENT-LU
                    PERFORM LIRE-CLIENT-PAR-NUMERO

                    IF LIEN-ACTIF = "Y"
                        MOVE "en vigueur" TO ETAT-LIEN
                    ELSE
                        MOVE "hors vigueur" TO ETAT-LIEN
                    END-IF

                    DISPLAY "  Client : " TI-NUMCLIENT
                            " | " FUNCTION TRIM(CLIENT-PRENOM)
                            " " FUNCTION TRIM(CLIENT-NOM)
                            " | Role : " FUNCTION TRIM(LIBELLE-ROLE)
                            " | Du " TI-DATE-DEBUT
                            " au " TI-DATE-FIN
                            " | " FUNCTION TRIM(ETAT-LIEN)
                END-IF
        END-READ
    END-PERFORM

    CLOSE TITULAIRE

    IF NB-LIENS-CLIENT = 0
        DISPLAY "Aucun titulaire enregistre pour ce compte."
    END-IF.

*> Ajout ou modification d'un cotitulaire ou d'un mandataire,
*> reserve au superviseur : le lien donne au client le droit d'agir
*> sur le compte au guichet

SAISIR-LIEN-TITULAIRE.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : la gestion des titulaires et "
                "mandataires est reservee au superviseur."
    ELSE
        PERFORM SAISIR-LIEN-TITULAIRE-AUTORISE
    END-IF.

*> Corps de la saisie d'un lien, une fois l'habilitation du
*> guichetier verifiee : le compte et le client doivent exister, le
*> client ne doit pas etre le titulaire principal du compte, et la
*> date de fin, si elle est donnee, ne precede pas la date de debut

SAISIR-LIEN-TITULAIRE-AUTORISE.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    MOVE "N" TO COMPTE-TROUVE

    OPEN INPUT COMPTE

    MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            DISPLAY "Compte introuvable."
        NOT INVALID KEY
            MOVE "Y" TO COMPTE-TROUVE
            MOVE EC-NUMCLIENT TO NUMCLIENT-PRINCIPAL
    END-READ

    CLOSE COMPTE

    IF COMPTE-TROUVE = "Y"
        DISPLAY "Numero du client a lier au compte : "
        ACCEPT NUMCLIENT-SAISI

        MOVE NUMCLIENT-SAISI TO NUMCLIENT-LU
        PERFORM LIRE-CLIENT-PAR-NUMERO

        EVALUATE TRUE
            WHEN CLIENT-TROUVE = "N"
                DISPLAY "Client introuvable."
            WHEN NUMCLIENT-SAISI = NUMCLIENT-PRINCIPAL
                DISPLAY "Ce client est deja le titulaire principal "
                        "du compte."
            WHEN OTHER
                DISPLAY "Client : " FUNCTION TRIM(CLIENT-PRENOM)
                        " " FUNCTION TRIM(CLIENT-NOM)
                PERFORM SAISIR-CONDITIONS-LIEN
                PERFORM ENREGISTRER-LIEN-TITULAIRE
        END-EVALUATE
    END-IF.

*> Saisit le role et les dates de validite d'un lien : role C
*> (cotitulaire) ou M (mandataire), date de debut (vide = ce jour) et
*> date de fin, dernier jour de validite (vide = sans limite)

SAISIR-CONDITIONS-LIEN.
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Role (C = cotitulaire, M = mandataire) : "
        ACCEPT ROLE-SAISI
        MOVE FUNCTION UPPER-CASE(ROLE-SAISI) TO ROLE-SAISI

        IF ROLE-SAISI = "C" OR ROLE-SAISI = "M"
            MOVE "Y" TO SAISIE-VALIDE
        ELSE
            DISPLAY "Veuillez saisir C ou M."
        END-IF
    END-PERFORM

    ACCEPT DATE-JOUR-TITULAIRE FROM DATE YYYYMMDD

    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Date de debut (AAAAMMJJ, vide = ce jour) : "
        ACCEPT DATE-LIEN-SAISIE

        IF DATE-LIEN-SAISIE = SPACES
            MOVE DATE-JOUR-TITULAIRE TO DATE-DEBUT-LIEN
            MOVE "Y" TO SAISIE-VALIDE
        ELSE
            IF DATE-LIEN-SAISIE IS NUMERIC
                MOVE DATE-LIEN-SAISIE TO DATE-DEBUT-LIEN
                MOVE "Y" TO SAISIE-VALIDE
            ELSE
                DISPLAY "Veuillez saisir une date AAAAMMJJ."

    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Date de fin (AAAAMMJJ, vide = sans limite) : "
        ACCEPT DATE-LIEN-SAISIE

        IF DATE-LIEN-SAISIE = SPACES
            MOVE 0 TO DATE-FIN-LIEN
            MOVE "Y" TO SAISIE-VALIDE
        ELSE
            IF DATE-LIEN-SAISIE IS NOT NUMERIC
                DISPLAY "Veuillez saisir une date AAAAMMJJ."
            ELSE
                MOVE DATE-LIEN-SAISIE TO DATE-FIN-LIEN
                IF DATE-FIN-LIEN < DATE-DEBUT-LIEN
                    DISPLAY "La date de fin precede la date de debut."
                ELSE
                    MOVE "Y" TO SAISIE-VALIDE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> Cree le lien NUMCOMPTE-SAISI / NUMCLIENT-SAISI ou remplace le
*> role et les dates d'un lien existant, et consigne le changement
*> dans l'audit

ENREGISTRER-LIEN-TITULAIRE.
    OPEN I-O TITULAIRE

    MOVE NUMCOMPTE-SAISI TO TI-NUMCOMPTE
    MOVE NUMCLIENT-SAISI TO TI-NUMCLIENT
    READ TITULAIRE
        INVALID KEY
            MOVE NUMCOMPTE-SAISI TO TI-NUMCOMPTE
            MOVE NUMCLIENT-SAISI TO TI-NUMCLIENT
            MOVE ROLE-SAISI TO TI-ROLE
            MOVE DATE-DEBUT-LIEN TO TI-DATE-DEBUT
            MOVE DATE-FIN-LIEN TO TI-DATE-FIN

            WRITE ENREGISTREMENT-TITULAIRE
                INVALID KEY
                    DISPLAY "Erreur lors de la creation du lien."
                NOT INVALID KEY
                    DISPLAY "Lien cree."

                    *> Consigne la creation dans l'audit
                    MOVE "TITULAIRE" TO AUDIT-OBJET
                    MOVE TI-CLE TO AUDIT-CLE
                    MOVE "NOUVEAU" TO AUDIT-AVANT
                    PERFORM DECRIRE-TITULAIRE-AUDIT
                    MOVE DESCRIPTION-TITULAIRE TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-WRITE
        NOT INVALID KEY
            *> Lien existant : mise a jour ; l'ancienne valeur est
            *> conservee pour le journal d'audit
            PERFORM DECRIRE-TITULAIRE-AUDIT
            MOVE DESCRIPTION-TITULAIRE TO AUDIT-AVANT

            MOVE ROLE-SAISI TO TI-ROLE
            MOVE DATE-DEBUT-LIEN TO TI-DATE-DEBUT
            MOVE DATE-FIN-LIEN TO TI-DATE-FIN

            REWRITE ENREGISTREMENT-TITULAIRE
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour du lien."
                NOT INVALID KEY
                    DISPLAY "Lien modifie."

                    *> Consigne le changement dans l'audit
                    MOVE "TITULAIRE" TO AUDIT-OBJET
                    MOVE TI-CLE TO AUDIT-CLE
                    PERFORM DECRIRE-TITULAIRE-AUDIT
                    MOVE DESCRIPTION-TITULAIRE TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-REWRITE
    END-READ

    CLOSE TITULAIRE.

*> Fin d'un lien de cotitularite ou de procuration, reservee au
*> superviseur

CLORE-LIEN-TITULAIRE.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : la gestion des titulaires et "
                "mandataires est reservee au superviseur."
    ELSE
        PERFORM CLORE-LIEN-TITULAIRE-AUTORISE
    END-IF.

*> Corps de la fin d'un lien : sans date saisie, le lien cesse
*> immediatement (son dernier jour de validite devient la veille) ;
*> le lien du titulaire principal ne peut pas etre clos

CLORE-LIEN-TITULAIRE-AUTORISE.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    DISPLAY "Numero du client : "
    ACCEPT NUMCLIENT-SAISI

    OPEN I-O TITULAIRE

    MOVE NUMCOMPTE-SAISI TO TI-NUMCOMPTE
    MOVE NUMCLIENT-SAISI TO TI-NUMCLIENT
    READ TITULAIRE
        INVALID KEY
            DISPLAY "Lien introuvable."
        NOT INVALID KEY
            IF TI-ROLE = "P"
                DISPLAY "Le titulaire principal reste lie au compte "
                        "tant que celui-ci est ouvert."
            ELSE
                PERFORM SAISIR-FIN-LIEN

                PERFORM DECRIRE-TITULAIRE-AUDIT
                MOVE DESCRIPTION-TITULAIRE TO AUDIT-AVANT

                MOVE DATE-FIN-LIEN TO TI-DATE-FIN

                REWRITE ENREGISTREMENT-TITULAIRE
                    INVALID KEY
                        DISPLAY "Erreur lors de la mise a jour du "
                                "lien."
                    NOT INVALID KEY
                        DISPLAY "Fin du lien enregistree."

                        *> Consigne le changement dans l'audit
                        MOVE "TITULAIRE" TO AUDIT-OBJET
                        MOVE TI-CLE TO AUDIT-CLE
                        PERFORM DECRIRE-TITULAIRE-AUDIT
                        MOVE DESCRIPTION-TITULAIRE TO AUDIT-APRES
                        PERFORM ECRIRE-AUDIT
                END-REWRITE
            END-IF
    END-READ

    CLOSE TITULAIRE.

*> Saisit le dernier jour de validite d'un lien que l'on clot ; une
*> saisie vide met fin au lien des aujourd'hui

SAISIR-FIN-LIEN.
    ACCEPT DATE-JOUR-TITULAIRE FROM DATE YYYYMMDD

    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Dernier jour de validite (AAAAMMJJ, vide = fin "
                "immediate) : "
        ACCEPT DATE-LIEN-SAISIE

        IF DATE-LIEN-SAISIE = SPACES
            COMPUTE DATE-FIN-LIEN = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(DATE-JOUR-TITULAIRE) - 1)
            MOVE "Y" TO SAISIE-VALIDE
        ELSE
            IF DATE-LIEN-SAISIE IS NUMERIC
                MOVE DATE-LIEN-SAISIE TO DATE-FIN-LIEN
                MOVE "Y" TO SAISIE-VALIDE
            ELSE
                DISPLAY "Veuillez saisir une date AAAAMMJJ."
            END-IF
        END-IF
    END-PERFORM.

*> Compose, pour le journal d'audit, la description lisible du lien
*> courant du fichier des titulaires

DECRIRE-TITULAIRE-AUDIT.
    MOVE SPACES TO DESCRIPTION-TITULAIRE
    STRING "role=" TI-ROLE
           " debut=" TI-DATE-DEBUT
           " fin=" TI-DATE-FIN
    INTO DESCRIPTION-TITULAIRE
    END-STRING.

*> Modification du decouvert autorise d'un compte, reservee au
*> superviseur : le decouvert accorde fixe jusqu'ou les retraits et
*> virements peuvent faire passer le solde sous le minimum du produit

MODIFIER-DECOUVERT-COMPTE.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : la modification du decouvert "
                "autorise est reservee au superviseur."
    ELSE
        PERFORM MODIFIER-DECOUVERT-AUTORISE
    END-IF.

*> Corps de la modification du decouvert autorise, une fois
*> l'habilitation du guichetier verifiee

MODIFIER-DECOUVERT-AUTORISE.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        OPEN I-O COMPTE

        MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
        READ COMPTE
            INVALID KEY
                DISPLAY "Compte introuvable."
            NOT INVALID KEY
                MOVE EC-SOLDE TO SOLDE-AFF
                MOVE EC-DECOUVERT TO DECOUVERT-AFF
                DISPLAY "Solde actuel : " FUNCTION TRIM(SOLDE-AFF)
                        " | Decouvert autorise actuel : "
                        FUNCTION TRIM(DECOUVERT-AFF)

                *> Ancienne valeur conservee pour le journal d'audit
                MOVE FUNCTION TRIM(DECOUVERT-AFF) TO AUDIT-AVANT

                DISPLAY "Nouveau decouvert autorise : "
                ACCEPT DECOUVERT-SAISI

                MOVE DECOUVERT-SAISI TO EC-DECOUVERT

                REWRITE ENREGISTREMENT-COMPTE
                    INVALID KEY
                        DISPLAY "Erreur lors de la mise a jour du "
                                "compte."
                    NOT INVALID KEY
                        MOVE EC-DECOUVERT TO DECOUVERT-AFF
                        DISPLAY "Decouvert autorise porte a "
                                FUNCTION TRIM(DECOUVERT-AFF) "."

                        *> Consigne le changement dans l'audit
                        MOVE "DECOUVERT" TO AUDIT-OBJET
                        MOVE EC-NUMCOMPTE TO AUDIT-CLE
                        MOVE FUNCTION TRIM(DECOUVERT-AFF)
                          TO AUDIT-APRES
                        PERFORM ECRIRE-AUDIT
                END-REWRITE
        END-READ

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Modification du statut d'un compte, reservee au superviseur : une
*> opposition ou une decision de justice bloque le compte au debit
*> (B) ou le gele entierement (G), et chaque chemin de debit verifie
*> ce statut avant de toucher au solde ; c'est aussi ici qu'un compte
*> inactif (I) est reactive ; le gel et sa levee sont avises au client

MODIFIER-STATUT-COMPTE.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : la modification du statut d'un "
                "compte est reservee au superviseur."
    ELSE
        PERFORM MODIFIER-STATUT-AUTORISE
    END-IF.

*> Corps de la modification du statut, une fois l'habilitation du
*> guichetier verifiee

MODIFIER-STATUT-AUTORISE.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        OPEN I-O COMPTE

        MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
        READ COMPTE
            INVALID KEY
                DISPLAY "Compte introuvable."
            NOT INVALID KEY
                PERFORM TRADUIRE-STATUT-COMPTE
                DISPLAY "Statut actuel : "
                        FUNCTION TRIM(LIBELLE-STATUT-CPT)

                *> Ancienne valeur conservee pour le journal d'audit
                MOVE FUNCTION TRIM(LIBELLE-STATUT-CPT)
                  TO AUDIT-AVANT
                MOVE EC-STATUT TO STATUT-AVANT-MODIF

                MOVE "N" TO SAISIE-VALIDE
                PERFORM UNTIL SAISIE-VALIDE = "Y"
                    DISPLAY "Nouveau statut (A = actif, B = bloque "
                            "au debit, G = gele, I = inactif) : "
                    ACCEPT STATUT-SAISI
                    MOVE FUNCTION UPPER-CASE(STATUT-SAISI)
                      TO STATUT-SAISI

                    IF STATUT-SAISI = "A" OR STATUT-SAISI = "B"
                       OR STATUT-SAISI = "G" OR STATUT-SAISI = "I"
                        MOVE "Y" TO SAISIE-VALIDE
                    ELSE
                        DISPLAY "Veuillez saisir A, B, G ou I."
                    END-IF
                END-PERFORM

                MOVE STATUT-SAISI TO EC-STATUT

                REWRITE ENREGISTREMENT-COMPTE
                    INVALID KEY
                        DISPLAY "Erreur lors de la mise a jour du "
                                "compte."
                    NOT INVALID KEY
                        PERFORM TRADUIRE-STATUT-COMPTE
                        DISPLAY "Statut du compte porte a "
                                FUNCTION TRIM(LIBELLE-STATUT-CPT) "."

                        *> Consigne le changement dans l'audit
                        MOVE "STATUT" TO AUDIT-OBJET
                        MOVE EC-NUMCOMPTE TO AUDIT-CLE
                        MOVE FUNCTION TRIM(LIBELLE-STATUT-CPT)
                          TO AUDIT-APRES
                        PERFORM ECRIRE-AUDIT

                        *> La reactivation d'un compte inactif est
                        *> journalisee (mouvement REACTIVE de montant
                        *> nul) : elle compte comme activite du client
                        *> pour la prochaine detection des inactifs
                        IF STATUT-AVANT-MODIF = "I"
                           AND EC-STATUT NOT = "I"
                            MOVE EC-SOLDE TO SOLDE-AVANT
                            MOVE 0 TO MONTANT
                            MOVE "REACTIVE" TO TYPE-MOUVEMENT
                            PERFORM ECRIRE-MOUVEMENT
                        END-IF

                        *> Le gel et la levee du gel font l'objet d'un
                        *> avis au client
                        IF STATUT-AVANT-MODIF NOT = "G"
                           AND EC-STATUT = "G"
                            MOVE "GEL" TO TYPE-AVIS
                            PERFORM ENREGISTRER-AVIS-STATUT
                        END-IF

                        IF STATUT-AVANT-MODIF = "G"
                           AND EC-STATUT NOT = "G"
                            MOVE "DEGEL" TO TYPE-AVIS
                            PERFORM ENREGISTRER-AVIS-STATUT
                        END-IF
                END-REWRITE
        END-READ

        CLOSE COMPTE
        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Avis au client du gel ou de la levee du gel de son compte, avec le
*> nouveau statut ; le type d'avis est place par l'appelant

ENREGISTRER-AVIS-STATUT.
    MOVE EC-NUMCLIENT TO NUMCLIENT-AVIS
    MOVE EC-NUMCOMPTE TO NUMCOMPTE-AVIS
    MOVE 0 TO MONTANT-AVIS

    MOVE SPACES TO DETAIL-AVIS
    STRING "Nouveau statut : " FUNCTION TRIM(LIBELLE-STATUT-CPT)
    INTO DETAIL-AVIS
    END-STRING

    PERFORM ENREGISTRER-AVIS.

*> Traduit le statut du compte courant en libelle lisible ; le statut
*> a blanc des comptes anterieurs a l'introduction du statut vaut
*> actif

TRADUIRE-STATUT-COMPTE.
    EVALUATE EC-STATUT
        WHEN "B"
            MOVE "Bloque au debit" TO LIBELLE-STATUT-CPT
        WHEN "G"
            MOVE "Gele" TO LIBELLE-STATUT-CPT
        WHEN "I"
            MOVE "Inactif" TO LIBELLE-STATUT-CPT
        WHEN OTHER
            MOVE "Actif" TO LIBELLE-STATUT-CPT
    END-EVALUATE.

*> Ajoute une ligne au journal des refus pour une operation refusee
*> sur un compte bloque ou gele : compte, operation, montant, statut
*> du compte, date/heure et guichetier
*> Format : NumCompte;Operation;Montant;Statut;Horodatage;Operateur

ECRIRE-REFUS.
    ACCEPT DATE-SYS FROM DATE YYYYMMDD
    ACCEPT HEURE-SYS FROM TIME
    STRING DATE-SYS HEURE-SYS INTO HORODATAGE

    MOVE MONTANT TO MONTANT-AFF

    MOVE SPACES TO LIGNE-REFUS
    STRING NUMCOMPTE-REFUSE
           ";"
           FUNCTION TRIM(OPERATION-REFUSEE)
           ";"
           FUNCTION TRIM(MONTANT-AFF)
           ";"
           STATUT-REFUSE
           ";"
           HORODATAGE
           ";"
           OPERATEUR-ID
    INTO LIGNE-REFUS
    END-STRING

    OPEN EXTEND JOURNAL-REFUS
    IF FS-REFUS = "35"
        OPEN OUTPUT JOURNAL-REFUS
    END-IF
    WRITE ENREGISTREMENT-REFUS FROM LIGNE-REFUS
    CLOSE JOURNAL-REFUS.

*> Enregistre un avis en attente pour le client : type dans
*> TYPE-AVIS, client, compte et montant dans NUMCLIENT-AVIS,
*> NUMCOMPTE-AVIS et MONTANT-AVIS, precision dans DETAIL-AVIS ; les
*> avis d'un meme client et d'un meme jour se suivent dans le fichier
*> et partiront dans la meme lettre

ENREGISTRER-AVIS.
    ACCEPT DATE-AVIS FROM DATE YYYYMMDD
    MOVE "N" TO AVIS-ENREGISTRE
    MOVE 0 TO SEQUENCE-AVIS

    OPEN I-O AVIS

    *> Premier numero d'ordre libre du client pour la journee
    PERFORM UNTIL AVIS-ENREGISTRE = "Y" OR SEQUENCE-AVIS >= 9999
        ADD 1 TO SEQUENCE-AVIS

        MOVE NUMCLIENT-AVIS TO AV-NUMCLIENT
        MOVE DATE-AVIS TO AV-DATE
        MOVE SEQUENCE-AVIS TO AV-SEQUENCE
        MOVE TYPE-AVIS TO AV-TYPE
        MOVE NUMCOMPTE-AVIS TO AV-NUMCOMPTE
        MOVE MONTANT-AVIS TO AV-MONTANT
        MOVE DETAIL-AVIS TO AV-DETAIL
        MOVE "A" TO AV-STATUT
        MOVE 0 TO AV-DATE-ENVOI

        WRITE ENREGISTREMENT-AVIS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO AVIS-ENREGISTRE
        END-WRITE
    END-PERFORM

    CLOSE AVIS

    IF AVIS-ENREGISTRE = "N"
        DISPLAY "Erreur : avis " FUNCTION TRIM(TYPE-AVIS)
                " du client " NUMCLIENT-AVIS " non enregistre."
    END-IF

    MOVE 0 TO MONTANT-AVIS
    MOVE SPACES TO DETAIL-AVIS.

*> Avis au titulaire principal du compte source d'un ordre permanent
*> refuse, avec le motif du refus

ENREGISTRER-AVIS-ORDRE-REJETE.
    MOVE "ORDRE-REJ" TO TYPE-AVIS
    MOVE NUMCLIENT-PRINCIPAL TO NUMCLIENT-AVIS
    MOVE NUMCOMPTE-SOURCE TO NUMCOMPTE-AVIS
    MOVE VP-MONTANT TO MONTANT-AVIS

    MOVE SPACES TO DETAIL-AVIS
    STRING "Ordre " VP-NUMORDRE " : " FUNCTION TRIM(RESULTAT-ORDRE)
    INTO DETAIL-AVIS
    END-STRING

    PERFORM ENREGISTRER-AVIS.

*> Traduit le type d'avis en objet de la lettre

TRADUIRE-TYPE-AVIS.
    EVALUATE TYPE-AVIS
        WHEN "DECOUVERT"
            MOVE "Depassement du decouvert" TO LIBELLE-AVIS
        WHEN "ORDRE-REJ"
            MOVE "Ordre permanent refuse" TO LIBELLE-AVIS
        WHEN "VIR-RETOUR"
            MOVE "Virement externe retourne" TO LIBELLE-AVIS
        WHEN "GEL"
            MOVE "Compte gele" TO LIBELLE-AVIS
        WHEN "DEGEL"
            MOVE "Compte degele" TO LIBELLE-AVIS
        WHEN OTHER
            MOVE "Avis" TO LIBELLE-AVIS
    END-EVALUATE.

*> Ajoute une ligne au journal d'audit pour une mise a jour
*> administrative : date/heure, guichetier, objet touche, cle de
*> l'enregistrement, valeur avant et valeur apres ; l'appelant place
*> l'objet, la cle et les deux valeurs avant d'appeler
*> Format : Horodatage;Operateur;Objet;Cle;ValeurAvant;ValeurApres

ECRIRE-AUDIT.
    ACCEPT DATE-SYS FROM DATE YYYYMMDD
    ACCEPT HEURE-SYS FROM TIME
    STRING DATE-SYS HEURE-SYS INTO HORODATAGE

    MOVE SPACES TO LIGNE-AUDIT
    STRING HORODATAGE
           ";"
           OPERATEUR-ID
           ";"
           FUNCTION TRIM(AUDIT-OBJET)
           ";"
           FUNCTION TRIM(AUDIT-CLE)
           ";"
           FUNCTION TRIM(AUDIT-AVANT)
           ";"
           FUNCTION TRIM(AUDIT-APRES)
    INTO LIGNE-AUDIT
    END-STRING

    MOVE SPACES TO FS-AUDIT
    OPEN EXTEND JOURNAL-AUDIT
    IF FS-AUDIT = "35"
        OPEN OUTPUT JOURNAL-AUDIT
    END-IF
    WRITE ENREGISTREMENT-AUDIT FROM LIGNE-AUDIT
    CLOSE JOURNAL-AUDIT.

*> Consultation du journal d'audit, reservee au superviseur : les
*> mises a jour administratives de la periode demandee (bornes
*> AAAAMMJJ facultatives) sont affichees dans l'ordre du journal

CONSULTER-AUDIT.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : la consultation du journal "
                "d'audit est reservee au superviseur."
    ELSE
        PERFORM CONSULTER-AUDIT-AUTORISE
    END-IF.

*> Corps de la consultation du journal d'audit, une fois
*> l'habilitation du guichetier verifiee

CONSULTER-AUDIT-AUTORISE.
    PERFORM SAISIR-PERIODE-HISTORIQUE

    MOVE 0 TO NB-AUDIT-AFFICHES
    MOVE "N" TO EOF-FLAG-AUDIT

    MOVE SPACES TO FS-AUDIT
    OPEN INPUT JOURNAL-AUDIT

    IF FS-AUDIT NOT = "00"
        DISPLAY "Aucune mise a jour administrative journalisee."
    ELSE
        PERFORM UNTIL EOF-FLAG-AUDIT = "Y"
            READ JOURNAL-AUDIT INTO LIGNE-AUDIT-LUE
                AT END
                    MOVE "Y" TO EOF-FLAG-AUDIT
                NOT AT END
                    IF LIGNE-AUDIT-LUE(1:8) >= DATE-DEBUT-HISTO
                       AND LIGNE-AUDIT-LUE(1:8) <= DATE-FIN-HISTO
                        ADD 1 TO NB-AUDIT-AFFICHES
                        DISPLAY FUNCTION TRIM(LIGNE-AUDIT-LUE)
                    END-IF
            END-READ
        END-PERFORM

        CLOSE JOURNAL-AUDIT

        IF NB-AUDIT-AFFICHES = 0
            DISPLAY "Aucune mise a jour sur la periode."
        ELSE
            DISPLAY "Mises a jour affichees : " NB-AUDIT-AFFICHES
        END-IF
    END-IF.

*> Consultation au guichet de l'historique d'un compte : apres
*> controle de l'existence du compte, les mouvements du journal sont
*> relus sur la periode demandee (bornes AAAAMMJJ facultatives) et
*> affiches du plus recent au plus ancien

CONSULTER-HISTORIQUE-COMPTE.
    *> Saisie et controle du numero de compte
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    MOVE "N" TO COMPTE-TROUVE

    OPEN INPUT COMPTE

    MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            DISPLAY "Compte introuvable."
        NOT INVALID KEY
            MOVE "Y" TO COMPTE-TROUVE
    END-READ

    CLOSE COMPTE

    IF COMPTE-TROUVE = "Y"
        PERFORM SAISIR-PERIODE-HISTORIQUE
        PERFORM COLLECTER-HISTORIQUE-COMPTE
        PERFORM AFFICHER-HISTORIQUE-COMPTE
    END-IF.

*> Saisie des bornes facultatives de la periode consultee ; une borne
*> laissee vide ouvre la periode de ce cote

SAISIR-PERIODE-HISTORIQUE.
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Date de debut (AAAAMMJJ, vide = depuis l'origine) : "
        ACCEPT DATE-DEBUT-HISTO

        IF DATE-DEBUT-HISTO = SPACES
            MOVE "00000000" TO DATE-DEBUT-HISTO
            MOVE "Y" TO SAISIE-VALIDE
        ELSE
            IF DATE-DEBUT-HISTO IS NUMERIC
                MOVE "Y" TO SAISIE-VALIDE
            ELSE
                DISPLAY "Veuillez saisir une date AAAAMMJJ."
            END-IF
        END-IF
    END-PERFORM

    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Date de fin (AAAAMMJJ, vide = jusqu'a ce jour) : "
        ACCEPT DATE-FIN-HISTO

        IF DATE-FIN-HISTO = SPACES
            MOVE "99999999" TO DATE-FIN-HISTO
            MOVE "Y" TO SAISIE-VALIDE
        ELSE
            IF DATE-FIN-HISTO IS NUMERIC
                MOVE "Y" TO SAISIE-VALIDE
            ELSE
                DISPLAY "Veuillez saisir une date AAAAMMJJ."
            END-IF
        END-IF
    END-PERFORM.

*> Lit dans le fichier indexe, par la cle compte et horodatage, les
*> seuls mouvements du compte sur la periode demandee, archives
*> comprises, et les conserve en tampon circulaire

COLLECTER-HISTORIQUE-COMPTE.
    MOVE 0 TO NB-MOUVEMENTS-HISTO
    MOVE NUMCOMPTE-SAISI TO NUMCOMPTE-MOUVEMENT-TXT
    MOVE "N" TO EOF-FLAG-MVT-INDEXE

    OPEN INPUT MOUVEMENT-INDEXE

    MOVE NUMCOMPTE-MOUVEMENT-TXT TO MI-NUMCOMPTE
    MOVE DATE-DEBUT-HISTO TO MI-HORODATAGE-CPT
    START MOUVEMENT-INDEXE KEY >= MI-CLE-COMPTE-DATE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-MVT-INDEXE
    END-START

    PERFORM UNTIL EOF-FLAG-MVT-INDEXE = "Y"
        PERFORM LIRE-MVT-INDEXE-SUIVANT
        IF EOF-FLAG-MVT-INDEXE = "N"
            IF MI-NUMCOMPTE NOT = NUMCOMPTE-MOUVEMENT-TXT
               OR MI-HORODATAGE-CPT(1:8) > DATE-FIN-HISTO
                MOVE "Y" TO EOF-FLAG-MVT-INDEXE
            ELSE
                PERFORM RETENIR-MOUVEMENT-HISTO
            END-IF
        END-IF
    END-PERFORM

    CLOSE MOUVEMENT-INDEXE.

*> Lit le mouvement suivant du fichier indexe, selon la cle du
*> dernier positionnement, et le decoupe comme une ligne du journal

LIRE-MVT-INDEXE-SUIVANT.
    READ MOUVEMENT-INDEXE NEXT RECORD
        AT END
            MOVE "Y" TO EOF-FLAG-MVT-INDEXE
        NOT AT END
            MOVE MI-LIGNE TO LIGNE-MOUVEMENT-LUE
            PERFORM DECOUPER-LIGNE-MOUVEMENT
    END-READ.

*> Retient le mouvement courant dans le tampon circulaire s'il porte
*> sur le compte consulte et tombe dans la periode demandee

RETENIR-MOUVEMENT-HISTO.
    IF MVT-NUMCOMPTE-TXT = NUMCOMPTE-MOUVEMENT-TXT
       AND MVT-HORODATAGE(1:8) >= DATE-DEBUT-HISTO
       AND MVT-HORODATAGE(1:8) <= DATE-FIN-HISTO
        ADD 1 TO NB-MOUVEMENTS-HISTO
        COMPUTE POSITION-HISTO =
            FUNCTION MOD(NB-MOUVEMENTS-HISTO - 1, 1000)
            + 1
        MOVE LIGNE-MOUVEMENT-LUE
          TO MOUVEMENT-TABLE(POSITION-HISTO)
    END-IF.

*> Affiche les mouvements retenus, du plus recent au plus ancien

AFFICHER-HISTORIQUE-COMPTE.
    IF NB-MOUVEMENTS-HISTO = 0
        DISPLAY "Aucun mouvement sur la periode."
    ELSE
        DISPLAY "Mouvements trouves : " NB-MOUVEMENTS-HISTO

        IF NB-MOUVEMENTS-HISTO > 1000
            DISPLAY "Seuls les 1000 mouvements les plus recents "
                    "sont affiches."
        END-IF

        PERFORM VARYING INDICE-HISTO
                FROM NB-MOUVEMENTS-HISTO BY -1
                UNTIL INDICE-HISTO < 1
                   OR INDICE-HISTO <= NB-MOUVEMENTS-HISTO - 1000
            COMPUTE POSITION-HISTO =
                FUNCTION MOD(INDICE-HISTO - 1, 1000) + 1
            MOVE MOUVEMENT-TABLE(POSITION-HISTO)
              TO LIGNE-MOUVEMENT-LUE
            PERFORM DECOUPER-LIGNE-MOUVEMENT

            DISPLAY "No " FUNCTION TRIM(MVT-NUMERO)
                    " | Le " MVT-HORODATAGE(7:2)
                    "/" MVT-HORODATAGE(5:2)
                    "/" MVT-HORODATAGE(1:4)
                    " " MVT-HORODATAGE(9:2)
                    ":" MVT-HORODATAGE(11:2)
                    ":" MVT-HORODATAGE(13:2)
                    " | " MVT-TYPE
                    " | Montant : " FUNCTION TRIM(MVT-MONTANT-TXT)
                    " | Solde : " FUNCTION TRIM(MVT-AVANT-TXT)
                    " -> " FUNCTION TRIM(MVT-APRES-TXT)
                    " | Operateur : " MVT-OPERATEUR

            IF (FUNCTION TRIM(MVT-TYPE) = "EXT-CRE"
                OR FUNCTION TRIM(MVT-TYPE) = "EXT-DEB")
               AND MVT-REFERENCE NOT = SPACES
                DISPLAY "    Extourne du mouvement "
                        FUNCTION TRIM(MVT-REFERENCE)
            END-IF
        END-PERFORM
    END-IF.

*> Extourne d'un mouvement errone, reservee au superviseur : le
*> mouvement, choisi par son numero dans l'historique du compte, est
*> compense par un mouvement lie (EXT-CRE pour annuler un debit,
*> EXT-DEB pour annuler un credit) qui retablit le solde et porte le
*> numero du mouvement d'origine en reference ; un meme mouvement ne
*> peut etre extourne qu'une seule fois

EXTOURNER-MOUVEMENT.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : l'extourne d'un mouvement est "
                "reservee au superviseur."
    ELSE
        PERFORM EXTOURNER-MOUVEMENT-AUTORISE
    END-IF.

*> Corps de l'extourne, une fois l'habilitation du guichetier
*> verifiee

EXTOURNER-MOUVEMENT-AUTORISE.
    DISPLAY "Numero du mouvement a extourner : "
    ACCEPT NUMMVT-SAISI

    IF NUMMVT-SAISI = 0
        DISPLAY "Numero de mouvement invalide."
    ELSE
        PERFORM RECHERCHER-MOUVEMENT-EXTOURNE

        EVALUATE TRUE
            WHEN MOUVEMENT-TROUVE = "N"
                DISPLAY "Mouvement introuvable."
            WHEN EXTOURNE-EXISTANTE = "Y"
                DISPLAY "Extourne refusee : ce mouvement a deja ete "
                        "extourne."
            WHEN OTHER
                PERFORM PREPARER-SENS-EXTOURNE

                IF SENS-EXTOURNE = SPACES
                    DISPLAY "Extourne refusee : les mouvements de "
                            "type " FUNCTION TRIM(MVT-TYPE)
                            " ne s'extournent pas."
                ELSE
                    PERFORM APPLIQUER-EXTOURNE
                END-IF
        END-EVALUATE
    END-IF.

*> Lit directement dans le fichier indexe le mouvement portant le
*> numero saisi, puis verifie, en parcourant les mouvements suivants
*> du meme compte, qu'aucune extourne ne s'y refere deja

RECHERCHER-MOUVEMENT-EXTOURNE.
    MOVE "N" TO MOUVEMENT-TROUVE
    MOVE "N" TO EXTOURNE-EXISTANTE
    MOVE "Y" TO EOF-FLAG-MVT-INDEXE
    MOVE SPACES TO LIGNE-EXTOURNE

    OPEN INPUT MOUVEMENT-INDEXE

    *> Un numero de reprise ne designe pas un mouvement numerote
    MOVE NUMMVT-SAISI TO MI-NUMERO
    READ MOUVEMENT-INDEXE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE MI-LIGNE TO LIGNE-MOUVEMENT-LUE
            PERFORM DECOUPER-LIGNE-MOUVEMENT
            IF MVT-NUMERO IS NUMERIC
                MOVE "Y" TO MOUVEMENT-TROUVE
                MOVE "N" TO EOF-FLAG-MVT-INDEXE
                MOVE LIGNE-MOUVEMENT-LUE TO LIGNE-EXTOURNE
                MOVE MI-NUMCOMPTE TO NUMCOMPTE-MOUVEMENT-TXT
            END-IF
    END-READ

    *> Une extourne porte sur le meme compte et suit le mouvement
    IF MOUVEMENT-TROUVE = "Y"
        START MOUVEMENT-INDEXE KEY >= MI-CLE-COMPTE-DATE
            INVALID KEY
                MOVE "Y" TO EOF-FLAG-MVT-INDEXE
        END-START
    END-IF

    PERFORM UNTIL EOF-FLAG-MVT-INDEXE = "Y"
        PERFORM LIRE-MVT-INDEXE-SUIVANT
        IF EOF-FLAG-MVT-INDEXE = "N"
            IF MI-NUMCOMPTE NOT = NUMCOMPTE-MOUVEMENT-TXT
                MOVE "Y" TO EOF-FLAG-MVT-INDEXE
            ELSE
                *> Seule une reference numerique designe un
                *> mouvement extourne
                IF MVT-REFERENCE IS NUMERIC
                   AND FUNCTION NUMVAL(MVT-REFERENCE) = NUMMVT-SAISI
                    MOVE "Y" TO EXTOURNE-EXISTANTE
                    MOVE "Y" TO EOF-FLAG-MVT-INDEXE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE MOUVEMENT-INDEXE.

*> Determine le sens de l'extourne a partir du type du mouvement
*> d'origine : un credit s'annule par un debit et inversement ; les
*> types non monetaires (REPORT) et les extournes elles-memes ne
*> s'extournent pas

PREPARER-SENS-EXTOURNE.
    MOVE LIGNE-EXTOURNE TO LIGNE-MOUVEMENT-LUE
    PERFORM DECOUPER-LIGNE-MOUVEMENT

    MOVE FUNCTION NUMVAL(MVT-NUMCOMPTE-TXT) TO NUMCOMPTE-EXTOURNE
    MOVE FUNCTION NUMVAL(MVT-MONTANT-TXT) TO MONTANT-EXTOURNE
    MOVE MVT-TYPE TO TYPE-EXTOURNE
    MOVE MVT-OPERATEUR TO OPERATEUR-EXTOURNE

    EVALUATE FUNCTION TRIM(MVT-TYPE)
        WHEN "DEPOT"
        WHEN "VIR-CRE"
        WHEN "INTERET"
        WHEN "SALAIRE"
            MOVE "D" TO SENS-EXTOURNE
        WHEN "RETRAIT"
        WHEN "VIR-DEB"
        WHEN "AGIOS"
        WHEN "FRAIS"
            MOVE "C" TO SENS-EXTOURNE
        WHEN OTHER
            MOVE SPACES TO SENS-EXTOURNE
    END-EVALUATE.

*> Applique l'extourne au compte du mouvement d'origine : le montant
*> est rendu (EXT-CRE) ou repris (EXT-DEB), puis journalise avec le
*> numero du mouvement d'origine en reference ; le rejeu du
*> rapprochement retrouve ainsi un delta nul pour la paire

APPLIQUER-EXTOURNE.
    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        OPEN I-O COMPTE

        MOVE NUMCOMPTE-EXTOURNE TO EC-NUMCOMPTE
        READ COMPTE
            INVALID KEY
                DISPLAY "Extourne impossible : le compte "
                        NUMCOMPTE-EXTOURNE " n'existe plus."
            NOT INVALID KEY
                MOVE EC-SOLDE TO SOLDE-AVANT
                MOVE MONTANT-EXTOURNE TO MONTANT

                IF SENS-EXTOURNE = "C"
                    ADD MONTANT TO EC-SOLDE
                    MOVE "EXT-CRE" TO TYPE-MOUVEMENT
                ELSE
                    SUBTRACT MONTANT FROM EC-SOLDE
                    MOVE "EXT-DEB" TO TYPE-MOUVEMENT
                END-IF

                REWRITE ENREGISTREMENT-COMPTE
                    INVALID KEY
                        DISPLAY "Erreur lors de la mise a jour du "
                                "compte."
                    NOT INVALID KEY
                        MOVE NUMMVT-SAISI TO REFERENCE-MOUVEMENT
                        PERFORM ECRIRE-MOUVEMENT

                        *> L'extourne d'une operation en especes
                        *> compense aussi la caisse du guichetier
                        *> qui avait opere, pour que sa cloture du
                        *> soir retombe juste
                        EVALUATE FUNCTION TRIM(TYPE-EXTOURNE)
                            WHEN "DEPOT"
                                MOVE "-" TO SENS-CAISSE
                                MOVE OPERATEUR-EXTOURNE
                                  TO ID-CAISSE-VISEE
                                PERFORM METTRE-A-JOUR-CAISSE
                            WHEN "RETRAIT"
                                MOVE "+" TO SENS-CAISSE
                                MOVE OPERATEUR-EXTOURNE
                                  TO ID-CAISSE-VISEE
                                PERFORM METTRE-A-JOUR-CAISSE
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE

                        MOVE EC-SOLDE TO SOLDE-AFF
                        DISPLAY "Extourne effectuee sur le compte "
                                EC-NUMCOMPTE ", nouveau solde : "
                                FUNCTION TRIM(SOLDE-AFF) "."
                END-REWRITE
        END-READ

        CLOSE COMPTE
        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Produit le rapport de fin de journée : les comptes du fichier
*> COMPTE, triés par nom, avec le solde de chacun et le total general,
*> ecrits dans un fichier RAPPORT-AAAAMMJJ.txt

GENERER-RAPPORT.
    *> Constitution du nom du fichier de rapport : RAPPORT-AAAAMMJJ.txt
    ACCEPT DATE-RAPPORT FROM DATE YYYYMMDD
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "RAPPORT-" DATE-RAPPORT ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    *> Tri des comptes par nom, puis ecriture du rapport
    SORT TRI-COMPTE
        ON ASCENDING KEY TRI-NOM
        INPUT PROCEDURE IS ALIMENTER-TRI-COMPTE
        OUTPUT PROCEDURE IS ECRIRE-RAPPORT

    DISPLAY "Rapport de fin de journee genere : "
            FUNCTION TRIM(NOM-FICHIER-RAPPORT).

*> Alimente le fichier de tri a partir des comptes du fichier COMPTE

ALIMENTER-TRI-COMPTE.
    MOVE "N" TO EOF-FLAG

    OPEN INPUT COMPTE

    PERFORM UNTIL EOF-FLAG = "Y"
        READ COMPTE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE EC-NUMCLIENT TO NUMCLIENT-LU
                PERFORM LIRE-CLIENT-PAR-NUMERO
                MOVE CLIENT-NOM TO TRI-NOM
                MOVE CLIENT-PRENOM TO TRI-PRENOM
                MOVE EC-NUMCOMPTE TO TRI-NUMCOMPTE
                MOVE EC-SOLDE TO TRI-SOLDE

                RELEASE TRI-ENREGISTREMENT
        END-READ
    END-PERFORM

    CLOSE COMPTE.

*> Ecrit le rapport a partir des comptes tries par nom, puis ajoute
*> une ligne de total general des soldes

ECRIRE-RAPPORT.
    MOVE "N" TO EOF-FLAG-RAPPORT
    MOVE 0 TO TOTAL-RAPPORT

    OPEN OUTPUT RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "RAPPORT DE FIN DE JOURNEE - BALANCE DES COMPTES"
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "NumCompte;Prenom;Nom;Solde"
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    PERFORM UNTIL EOF-FLAG-RAPPORT = "Y"
        RETURN TRI-COMPTE
            AT END
                MOVE "Y" TO EOF-FLAG-RAPPORT
            NOT AT END
                MOVE TRI-SOLDE TO SOLDE-AFF

                MOVE SPACES TO LIGNE-RAPPORT
                STRING TRI-NUMCOMPTE
                       ";"
                       FUNCTION TRIM(TRI-PRENOM)
                       ";"
                       FUNCTION TRIM(TRI-NOM)
                       ";"
                       FUNCTION TRIM(SOLDE-AFF)
                INTO LIGNE-RAPPORT
                END-STRING
                WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

                ADD TRI-SOLDE TO TOTAL-RAPPORT
        END-RETURN
    END-PERFORM

    MOVE TOTAL-RAPPORT TO TOTAL-RAPPORT-AFF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "TOTAL GENERAL;;;"
           FUNCTION TRIM(TOTAL-RAPPORT-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    CLOSE RAPPORT.

*> Menu de gestion du fichier parametre des produits bancaires,
*> reserve au superviseur (il fixe les taux d'interet) :
*> consultation de la liste, creation d'un nouveau produit ou
*> modification d'un produit existant (taux, libelle, solde minimum)

GERER-PRODUITS.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : la gestion des produits est "
                "reservee au superviseur."
    ELSE
        PERFORM GERER-PRODUITS-AUTORISE
    END-IF.

GERER-PRODUITS-AUTORISE.
    MOVE "0" TO CHOIX-PRODUIT

    PERFORM UNTIL CHOIX-PRODUIT = "12"
        DISPLAY " GESTION DES PRODUITS ET PARAMETRES"
        DISPLAY "1. Lister les produits"
        DISPLAY "2. Creer ou modifier un produit"
        DISPLAY "3. Lister les parametres generaux"
        DISPLAY "4. Modifier un parametre general"
        DISPLAY "5. Lister les tarifs de frais"
        DISPLAY "6. Creer ou modifier un tarif de frais"
        DISPLAY "7. Lister les exonerations de frais"
        DISPLAY "8. Accorder une exoneration de frais"
        DISPLAY "9. Lever une exoneration de frais"
        DISPLAY "10. Lister le schema comptable"
        DISPLAY "11. Creer ou modifier une ligne du schema comptable"
        DISPLAY "12. Retour au menu principal"
        DISPLAY "Veuillez saisir votre choix : "

        ACCEPT CHOIX-PRODUIT

        EVALUATE CHOIX-PRODUIT
            WHEN "1"
                PERFORM LISTER-PRODUITS
            WHEN "2"
                PERFORM SAISIR-PRODUIT
            WHEN "3"
                PERFORM LISTER-PARAMETRES
            WHEN "4"
                PERFORM MODIFIER-PARAMETRE
            WHEN "5"
                PERFORM LISTER-TARIFS
            WHEN "6"
                PERFORM SAISIR-TARIF
            WHEN "7"
                PERFORM LISTER-EXONERATIONS
            WHEN "8"
                PERFORM ACCORDER-EXONERATION
            WHEN "9"
                PERFORM LEVER-EXONERATION
            WHEN "10"
                PERFORM LISTER-SCHEMA-COMPTABLE
            WHEN "11"
                PERFORM SAISIR-SCHEMA-COMPTABLE
            WHEN "12"
                CONTINUE
            WHEN OTHER
                DISPLAY "CHOIX INVALIDE"
        END-EVALUATE
    END-PERFORM.

*> Affiche tous les parametres generaux du fichier parametre

LISTER-PARAMETRES.
    MOVE "N" TO EOF-FLAG-PARAMETRE

    OPEN INPUT PARAMETRE

    DISPLAY "LISTE DES PARAMETRES GENERAUX"

    PERFORM UNTIL EOF-FLAG-PARAMETRE = "Y"
        READ PARAMETRE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-PARAMETRE
            NOT AT END
                MOVE PA-VALEUR TO VALEUR-PARAM-AFF

                DISPLAY "Cle : " PA-CLE
                        " | Libelle : " FUNCTION TRIM(PA-LIBELLE)
                        " | Valeur : "
                        FUNCTION TRIM(VALEUR-PARAM-AFF)
        END-READ
    END-PERFORM

    CLOSE PARAMETRE.

*> Modifie la valeur d'un parametre general existant ; les cles sont
*> figees a la creation du fichier, seule la valeur se regle ici

MODIFIER-PARAMETRE.
    *> Saisie de la cle, avec re-saisie tant qu'elle est vide
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Cle du parametre : "
        ACCEPT CLE-PARAM-SAISIE
        MOVE FUNCTION UPPER-CASE(CLE-PARAM-SAISIE)
          TO CLE-PARAM-SAISIE

        IF CLE-PARAM-SAISIE = SPACES
            DISPLAY "La cle du parametre est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    OPEN I-O PARAMETRE

    MOVE CLE-PARAM-SAISIE TO PA-CLE
    READ PARAMETRE
        INVALID KEY
            DISPLAY "Parametre introuvable."
        NOT INVALID KEY
            MOVE PA-VALEUR TO VALEUR-PARAM-AFF
            DISPLAY FUNCTION TRIM(PA-LIBELLE)
                    " | Valeur actuelle : "
                    FUNCTION TRIM(VALEUR-PARAM-AFF)

            *> Ancienne valeur conservee pour le journal d'audit
            MOVE FUNCTION TRIM(VALEUR-PARAM-AFF) TO AUDIT-AVANT

            DISPLAY "Nouvelle valeur : "
            ACCEPT VALEUR-PARAM-SAISIE

            MOVE VALEUR-PARAM-SAISIE TO PA-VALEUR

            REWRITE ENREGISTREMENT-PARAMETRE
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour du "
                            "parametre."
                NOT INVALID KEY
                    MOVE PA-VALEUR TO VALEUR-PARAM-AFF
                    DISPLAY "Parametre porte a "
                            FUNCTION TRIM(VALEUR-PARAM-AFF) "."

                    *> Consigne le changement dans l'audit
                    MOVE "PARAMETRE" TO AUDIT-OBJET
                    MOVE PA-CLE TO AUDIT-CLE
                    MOVE FUNCTION TRIM(VALEUR-PARAM-AFF)
                      TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-REWRITE
    END-READ

    CLOSE PARAMETRE.

*> Affiche tous les produits du fichier parametre

LISTER-PRODUITS.
    MOVE "N" TO EOF-FLAG-PRODUIT

    OPEN INPUT PRODUIT

    DISPLAY "LISTE DES PRODUITS"

    PERFORM UNTIL EOF-FLAG-PRODUIT = "Y"
        READ PRODUIT NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-PRODUIT
            NOT AT END
                MOVE EP-TAUX-MENSUEL TO TAUX-AFF
                MOVE EP-TAUX-DEBITEUR TO TAUX-DEBITEUR-AFF
                MOVE EP-SOLDE-MIN TO SOLDE-MIN-AFF

                DISPLAY "Code : " EP-CODE
                        " | Libelle : " FUNCTION TRIM(EP-LIBELLE)
                        " | Taux mensuel : " TAUX-AFF
                        " | Taux debiteur : " TAUX-DEBITEUR-AFF
                        " | Solde minimum : "
                        FUNCTION TRIM(SOLDE-MIN-AFF)
        END-READ
    END-PERFORM

    CLOSE PRODUIT.

*> Cree un nouveau produit ou modifie un produit existant du fichier
*> parametre ; le taux mensuel se saisit en decimal (0.0100 pour 1%)

SAISIR-PRODUIT.
    *> Saisie du code produit, avec re-saisie tant qu'il est vide
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Code du produit (2 caracteres) : "
        ACCEPT CODE-PRODUIT-SAISI
        MOVE FUNCTION UPPER-CASE(CODE-PRODUIT-SAISI)
          TO CODE-PRODUIT-SAISI

        IF CODE-PRODUIT-SAISI = SPACES
            DISPLAY "Le code produit est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    *> Saisie du libelle, avec re-saisie tant qu'il est vide
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Libelle du produit : "
        ACCEPT LIBELLE-SAISI

        IF FUNCTION TRIM(LIBELLE-SAISI) = SPACES
            DISPLAY "Le libelle est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    DISPLAY "Taux mensuel (ex. 0.0100 pour 1%) : "
    ACCEPT TAUX-SAISI

    DISPLAY "Taux debiteur mensuel (ex. 0.0150 pour 1,5%) : "
    ACCEPT TAUX-DEBITEUR-SAISI

    DISPLAY "Solde minimum : "
    ACCEPT SOLDE-MIN-SAISI

    OPEN I-O PRODUIT

    MOVE CODE-PRODUIT-SAISI TO EP-CODE
    READ PRODUIT
        INVALID KEY
            *> Nouveau produit
            MOVE CODE-PRODUIT-SAISI TO EP-CODE
            MOVE LIBELLE-SAISI TO EP-LIBELLE
            MOVE TAUX-SAISI TO EP-TAUX-MENSUEL
            MOVE TAUX-DEBITEUR-SAISI TO EP-TAUX-DEBITEUR
            MOVE SOLDE-MIN-SAISI TO EP-SOLDE-MIN

            WRITE ENREGISTREMENT-PRODUIT
                INVALID KEY
                    DISPLAY "Erreur lors de la creation du produit."
                NOT INVALID KEY
                    DISPLAY "Produit cree."

                    *> Consigne la creation dans l'audit
                    PERFORM DECRIRE-PRODUIT-AUDIT
                    MOVE "PRODUIT" TO AUDIT-OBJET
                    MOVE EP-CODE TO AUDIT-CLE
                    MOVE "NOUVEAU" TO AUDIT-AVANT
                    MOVE DESCRIPTION-PRODUIT TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-WRITE
        NOT INVALID KEY
            *> Produit existant : mise a jour ; l'ancienne valeur est
            *> conservee pour le journal d'audit
            PERFORM DECRIRE-PRODUIT-AUDIT
            MOVE DESCRIPTION-PRODUIT TO AUDIT-AVANT

            MOVE LIBELLE-SAISI TO EP-LIBELLE
            MOVE TAUX-SAISI TO EP-TAUX-MENSUEL
            MOVE TAUX-DEBITEUR-SAISI TO EP-TAUX-DEBITEUR
            MOVE SOLDE-MIN-SAISI TO EP-SOLDE-MIN

            REWRITE ENREGISTREMENT-PRODUIT
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour du produit."
                NOT INVALID KEY
                    DISPLAY "Produit modifie."

                    *> Consigne le changement dans l'audit
                    PERFORM DECRIRE-PRODUIT-AUDIT
                    MOVE "PRODUIT" TO AUDIT-OBJET
                    MOVE EP-CODE TO AUDIT-CLE
                    MOVE DESCRIPTION-PRODUIT TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-REWRITE
    END-READ

    CLOSE PRODUIT.

*> Compose, pour le journal d'audit, la description lisible du
*> produit courant du fichier PRODUIT (libelle et valeurs qui
*> gouvernent l'argent)

DECRIRE-PRODUIT-AUDIT.
    MOVE EP-TAUX-MENSUEL TO TAUX-AFF
    MOVE EP-TAUX-DEBITEUR TO TAUX-DEBITEUR-AFF
    MOVE EP-SOLDE-MIN TO SOLDE-MIN-AFF

    MOVE SPACES TO DESCRIPTION-PRODUIT
    STRING FUNCTION TRIM(EP-LIBELLE)
           " tx=" TAUX-AFF
           " txdeb=" TAUX-DEBITEUR-AFF
           " min=" FUNCTION TRIM(SOLDE-MIN-AFF)
    INTO DESCRIPTION-PRODUIT
    END-STRING.

*> Lit le produit dont le code est place dans CODE-PRODUIT-LU et en
*> conserve le solde minimum pour les controles de l'appelant ; un
*> code inconnu laisse PRODUIT-TROUVE a N et un solde minimum a zero

LIRE-PRODUIT-PAR-CODE.
    MOVE "N" TO PRODUIT-TROUVE
    MOVE 0 TO SOLDE-MIN-PRODUIT

    OPEN INPUT PRODUIT

    MOVE CODE-PRODUIT-LU TO EP-CODE
    READ PRODUIT
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO PRODUIT-TROUVE
            MOVE EP-SOLDE-MIN TO SOLDE-MIN-PRODUIT
    END-READ

    CLOSE PRODUIT.

*> Affiche tous les tarifs de frais, par produit et type de frais

LISTER-TARIFS.
    MOVE "N" TO EOF-FLAG-TARIF

    OPEN INPUT TARIF

    DISPLAY "LISTE DES TARIFS DE FRAIS"

    PERFORM UNTIL EOF-FLAG-TARIF = "Y"
        READ TARIF NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-TARIF
            NOT AT END
                MOVE TF-TYPE-FRAIS TO TYPE-FRAIS-LU
                PERFORM TRADUIRE-TYPE-FRAIS
                MOVE TF-MONTANT TO MONTANT-FRAIS-AFF

                DISPLAY "Produit : " TF-CODE-PRODUIT
                        " | Frais : " TF-TYPE-FRAIS
                        " (" FUNCTION TRIM(LIBELLE-TYPE-FRAIS) ")"
                        " | Montant : "
                        FUNCTION TRIM(MONTANT-FRAIS-AFF)
                        " | Franchise : " TF-FRANCHISE
        END-READ
    END-PERFORM

    CLOSE TARIF.

*> Donne le libelle du type de frais place dans TYPE-FRAIS-LU ; un
*> type inconnu laisse TYPE-FRAIS-VALIDE a N

TRADUIRE-TYPE-FRAIS.
    MOVE "Y" TO TYPE-FRAIS-VALIDE

    EVALUATE TYPE-FRAIS-LU
        WHEN "TENU"
            MOVE "Tenue de compte" TO LIBELLE-TYPE-FRAIS
        WHEN "RETR"
            MOVE "Retrait hors franchise" TO LIBELLE-TYPE-FRAIS
        WHEN "VEXT"
            MOVE "Virement externe" TO LIBELLE-TYPE-FRAIS
        WHEN "REJP"
            MOVE "Ordre permanent rejete" TO LIBELLE-TYPE-FRAIS
        WHEN "TOUS"
            MOVE "Tous les frais" TO LIBELLE-TYPE-FRAIS
        WHEN OTHER
            MOVE "N" TO TYPE-FRAIS-VALIDE
            MOVE "Inconnu" TO LIBELLE-TYPE-FRAIS
    END-EVALUATE.

*> Saisit un type de frais jusqu'a obtenir un type connu ; TOUS n'est
*> admis que pour une exoneration

SAISIR-TYPE-FRAIS.
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Type de frais (TENU, RETR, VEXT, REJP) : "
        ACCEPT TYPE-FRAIS-SAISI
        MOVE FUNCTION UPPER-CASE(TYPE-FRAIS-SAISI)
          TO TYPE-FRAIS-SAISI

        MOVE TYPE-FRAIS-SAISI TO TYPE-FRAIS-LU
        PERFORM TRADUIRE-TYPE-FRAIS

        IF TYPE-FRAIS-VALIDE = "N" OR TYPE-FRAIS-SAISI = "TOUS"
            DISPLAY "Type de frais inconnu."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM.

*> Cree ou modifie le tarif d'un type de frais pour un produit
*> existant ; la franchise (nombre de retraits gratuits par mois) ne
*> se saisit que pour les retraits

SAISIR-TARIF.
    *> Saisie du code produit, qui doit exister dans le fichier des
    *> produits
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Code du produit (2 caracteres) : "
        ACCEPT CODE-PRODUIT-SAISI
        MOVE FUNCTION UPPER-CASE(CODE-PRODUIT-SAISI)
          TO CODE-PRODUIT-SAISI

        MOVE CODE-PRODUIT-SAISI TO CODE-PRODUIT-LU
        PERFORM LIRE-PRODUIT-PAR-CODE

        IF PRODUIT-TROUVE = "N"
            DISPLAY "Produit inconnu."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    PERFORM SAISIR-TYPE-FRAIS

    DISPLAY "Montant des frais (par evenement, ou par mois pour la "
            "tenue de compte) : "
    ACCEPT MONTANT-FRAIS-SAISI

    MOVE 0 TO FRANCHISE-SAISIE
    IF TYPE-FRAIS-SAISI = "RETR"
        DISPLAY "Nombre de retraits gratuits par mois : "
        ACCEPT FRANCHISE-SAISIE
    END-IF

    OPEN I-O TARIF

    MOVE CODE-PRODUIT-SAISI TO TF-CODE-PRODUIT
    MOVE TYPE-FRAIS-SAISI TO TF-TYPE-FRAIS
    READ TARIF
        INVALID KEY
            *> Nouveau tarif
            MOVE CODE-PRODUIT-SAISI TO TF-CODE-PRODUIT
            MOVE TYPE-FRAIS-SAISI TO TF-TYPE-FRAIS
            MOVE MONTANT-FRAIS-SAISI TO TF-MONTANT
            MOVE FRANCHISE-SAISIE TO TF-FRANCHISE

            WRITE ENREGISTREMENT-TARIF
                INVALID KEY
                    DISPLAY "Erreur lors de la creation du tarif."
                NOT INVALID KEY
                    DISPLAY "Tarif cree."

                    *> Consigne la creation dans l'audit
                    PERFORM DECRIRE-TARIF-AUDIT
                    MOVE "TARIF" TO AUDIT-OBJET
                    MOVE SPACES TO AUDIT-CLE
                    STRING TF-CODE-PRODUIT "/" TF-TYPE-FRAIS
                    INTO AUDIT-CLE
                    END-STRING
                    MOVE "NOUVEAU" TO AUDIT-AVANT
                    MOVE DESCRIPTION-TARIF TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-WRITE
        NOT INVALID KEY
            *> Tarif existant : mise a jour ; l'ancienne valeur est
            *> conservee pour le journal d'audit
            PERFORM DECRIRE-TARIF-AUDIT
            MOVE DESCRIPTION-TARIF TO AUDIT-AVANT

            MOVE MONTANT-FRAIS-SAISI TO TF-MONTANT
            MOVE FRANCHISE-SAISIE TO TF-FRANCHISE

            REWRITE ENREGISTREMENT-TARIF
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour du tarif."
                NOT INVALID KEY
                    DISPLAY "Tarif modifie."

                    *> Consigne le changement dans l'audit
                    PERFORM DECRIRE-TARIF-AUDIT
                    MOVE "TARIF" TO AUDIT-OBJET
                    MOVE SPACES TO AUDIT-CLE
                    STRING TF-CODE-PRODUIT "/" TF-TYPE-FRAIS
                    INTO AUDIT-CLE
                    END-STRING
                    MOVE DESCRIPTION-TARIF TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-REWRITE
    END-READ

    CLOSE TARIF.

*> Compose, pour le journal d'audit, la description lisible du tarif
*> courant du fichier TARIF

DECRIRE-TARIF-AUDIT.
    MOVE TF-MONTANT TO MONTANT-FRAIS-AFF

    MOVE SPACES TO DESCRIPTION-TARIF
    STRING "mt=" FUNCTION TRIM(MONTANT-FRAIS-AFF)
           " franchise=" TF-FRANCHISE
    INTO DESCRIPTION-TARIF
    END-STRING.

*> Affiche toutes les exonerations de frais accordees

LISTER-EXONERATIONS.
    MOVE "N" TO EOF-FLAG-EXONERATION

    OPEN INPUT EXONERATION

    DISPLAY "LISTE DES EXONERATIONS DE FRAIS"

    PERFORM UNTIL EOF-FLAG-EXONERATION = "Y"
        READ EXONERATION NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-EXONERATION
            NOT AT END
                MOVE EX-TYPE-FRAIS TO TYPE-FRAIS-LU
                PERFORM TRADUIRE-TYPE-FRAIS

                DISPLAY "Compte : " EX-NUMCOMPTE
                        " | Frais : " EX-TYPE-FRAIS
                        " (" FUNCTION TRIM(LIBELLE-TYPE-FRAIS) ")"
                        " | Depuis le " EX-DATE
                        " | Motif : " FUNCTION TRIM(EX-MOTIF)
        END-READ
    END-PERFORM

    CLOSE EXONERATION.

*> Accorde a un compte existant une exoneration d'un type de frais,
*> ou de tous les frais (TOUS), avec son motif

ACCORDER-EXONERATION.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    MOVE "N" TO COMPTE-TROUVE

    OPEN INPUT COMPTE
    MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            DISPLAY "Compte introuvable."
        NOT INVALID KEY
            MOVE "Y" TO COMPTE-TROUVE
    END-READ
    CLOSE COMPTE

    IF COMPTE-TROUVE = "Y"
        MOVE "N" TO SAISIE-VALIDE
        PERFORM UNTIL SAISIE-VALIDE = "Y"
            DISPLAY "Type de frais exonere (TENU, RETR, VEXT, REJP "
                    "ou TOUS) : "
            ACCEPT TYPE-FRAIS-SAISI
            MOVE FUNCTION UPPER-CASE(TYPE-FRAIS-SAISI)
              TO TYPE-FRAIS-SAISI

            MOVE TYPE-FRAIS-SAISI TO TYPE-FRAIS-LU
            PERFORM TRADUIRE-TYPE-FRAIS

            IF TYPE-FRAIS-VALIDE = "N"
                DISPLAY "Type de frais inconnu."
            ELSE
                MOVE "Y" TO SAISIE-VALIDE
            END-IF
        END-PERFORM

        *> Saisie du motif, avec re-saisie tant qu'il est vide
        MOVE "N" TO SAISIE-VALIDE
        PERFORM UNTIL SAISIE-VALIDE = "Y"
            DISPLAY "Motif de l'exoneration : "
            ACCEPT MOTIF-EXONERATION-SAISI

            IF FUNCTION TRIM(MOTIF-EXONERATION-SAISI) = SPACES
                DISPLAY "Le motif est obligatoire."
            ELSE
                MOVE "Y" TO SAISIE-VALIDE
            END-IF
        END-PERFORM

        ACCEPT DATE-SYS FROM DATE YYYYMMDD

        OPEN I-O EXONERATION

        MOVE NUMCOMPTE-SAISI TO EX-NUMCOMPTE
        MOVE TYPE-FRAIS-SAISI TO EX-TYPE-FRAIS
        MOVE MOTIF-EXONERATION-SAISI TO EX-MOTIF
        MOVE DATE-SYS TO EX-DATE

        WRITE ENREGISTREMENT-EXONERATION
            INVALID KEY
                DISPLAY "Cette exoneration existe deja."
            NOT INVALID KEY
                DISPLAY "Exoneration accordee."

                *> Consigne l'exoneration dans l'audit
                MOVE "EXONERATION" TO AUDIT-OBJET
                MOVE SPACES TO AUDIT-CLE
                STRING EX-NUMCOMPTE "/" EX-TYPE-FRAIS
                INTO AUDIT-CLE
                END-STRING
                MOVE "NOUVEAU" TO AUDIT-AVANT
                MOVE EX-MOTIF TO AUDIT-APRES
                PERFORM ECRIRE-AUDIT
        END-WRITE

        CLOSE EXONERATION
    END-IF.

*> Leve une exoneration de frais accordee a un compte ; les frais de
*> ce type sont a nouveau preleves des le prochain traitement

LEVER-EXONERATION.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    DISPLAY "Type de frais exonere (TENU, RETR, VEXT, REJP ou TOUS) : "
    ACCEPT TYPE-FRAIS-SAISI
    MOVE FUNCTION UPPER-CASE(TYPE-FRAIS-SAISI) TO TYPE-FRAIS-SAISI

    OPEN I-O EXONERATION

    MOVE NUMCOMPTE-SAISI TO EX-NUMCOMPTE
    MOVE TYPE-FRAIS-SAISI TO EX-TYPE-FRAIS
    READ EXONERATION
        INVALID KEY
            DISPLAY "Exoneration introuvable."
        NOT INVALID KEY
            *> Motif conserve pour le journal d'audit
            MOVE EX-MOTIF TO AUDIT-AVANT

            DELETE EXONERATION
                INVALID KEY
                    DISPLAY "Erreur lors de la levee de "
                            "l'exoneration."
                NOT INVALID KEY
                    DISPLAY "Exoneration levee."

                    *> Consigne la levee dans l'audit
                    MOVE "EXONERATION" TO AUDIT-OBJET
                    MOVE SPACES TO AUDIT-CLE
                    STRING NUMCOMPTE-SAISI "/" TYPE-FRAIS-SAISI
                    INTO AUDIT-CLE
                    END-STRING
                    MOVE "LEVEE" TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-DELETE
    END-READ

    CLOSE EXONERATION.

*> Affiche le schema comptable : pour chaque type de mouvement, le
*> compte general debite et le compte general credite ; CLIENT
*> designe le compte de depot du client, dont le compte general est
*> donne par la ligne de cle CLIENT

LISTER-SCHEMA-COMPTABLE.
    MOVE "N" TO EOF-FLAG-SCHEMA

    OPEN INPUT SCHEMA-COMPTABLE

    DISPLAY "SCHEMA COMPTABLE DES MOUVEMENTS"

    PERFORM UNTIL EOF-FLAG-SCHEMA = "Y"
        READ SCHEMA-COMPTABLE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-SCHEMA
            NOT AT END
                DISPLAY "Type : " SG-TYPE-MVT
                        " | Debit : " SG-COMPTE-DEBIT
                        " | Credit : " SG-COMPTE-CREDIT
                        " | " FUNCTION TRIM(SG-LIBELLE)
        END-READ
    END-PERFORM

    CLOSE SCHEMA-COMPTABLE.

*> Cree ou modifie la ligne du schema comptable d'un type de
*> mouvement ; la ligne CLIENT ne porte qu'un compte, celui des
*> depots de la clientele

SAISIR-SCHEMA-COMPTABLE.
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Type de mouvement (ou CLIENT) : "
        ACCEPT TYPE-SCHEMA-SAISI
        MOVE FUNCTION UPPER-CASE(TYPE-SCHEMA-SAISI)
          TO TYPE-SCHEMA-SAISI

        IF TYPE-SCHEMA-SAISI = SPACES
            DISPLAY "Le type de mouvement est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    IF TYPE-SCHEMA-SAISI = "CLIENT"
        MOVE "N" TO SAISIE-VALIDE
        PERFORM UNTIL SAISIE-VALIDE = "Y"
            DISPLAY "Compte general des depots de la clientele : "
            ACCEPT COMPTE-DEBIT-SAISI
            MOVE FUNCTION UPPER-CASE(COMPTE-DEBIT-SAISI)
              TO COMPTE-DEBIT-SAISI

            IF COMPTE-DEBIT-SAISI = SPACES
               OR COMPTE-DEBIT-SAISI = "CLIENT"
                DISPLAY "Le compte general est obligatoire."
            ELSE
                MOVE "Y" TO SAISIE-VALIDE
            END-IF
        END-PERFORM

        MOVE COMPTE-DEBIT-SAISI TO COMPTE-CREDIT-SAISI
        MOVE "Depots de la clientele" TO LIBELLE-SCHEMA-SAISI
    ELSE
        MOVE "N" TO SAISIE-VALIDE
        PERFORM UNTIL SAISIE-VALIDE = "Y"
            DISPLAY "Compte general debite (ou CLIENT) : "
            ACCEPT COMPTE-DEBIT-SAISI
            MOVE FUNCTION UPPER-CASE(COMPTE-DEBIT-SAISI)
              TO COMPTE-DEBIT-SAISI

            DISPLAY "Compte general credite (ou CLIENT) : "
            ACCEPT COMPTE-CREDIT-SAISI
            MOVE FUNCTION UPPER-CASE(COMPTE-CREDIT-SAISI)
              TO COMPTE-CREDIT-SAISI

            IF COMPTE-DEBIT-SAISI = SPACES
               OR COMPTE-CREDIT-SAISI = SPACES
                DISPLAY "Les deux comptes generaux sont obligatoires."
            ELSE
                MOVE "Y" TO SAISIE-VALIDE
            END-IF
        END-PERFORM

        DISPLAY "Libelle : "
        ACCEPT LIBELLE-SCHEMA-SAISI
    END-IF

    OPEN I-O SCHEMA-COMPTABLE

    MOVE TYPE-SCHEMA-SAISI TO SG-TYPE-MVT
    READ SCHEMA-COMPTABLE
        INVALID KEY
            *> Nouvelle ligne du schema
            MOVE TYPE-SCHEMA-SAISI TO SG-TYPE-MVT
            MOVE COMPTE-DEBIT-SAISI TO SG-COMPTE-DEBIT
            MOVE COMPTE-CREDIT-SAISI TO SG-COMPTE-CREDIT
            MOVE LIBELLE-SCHEMA-SAISI TO SG-LIBELLE

            WRITE ENREGISTREMENT-SCHEMA
                INVALID KEY
                    DISPLAY "Erreur lors de la creation de la ligne "
                            "du schema."
                NOT INVALID KEY
                    DISPLAY "Ligne du schema creee."

                    *> Consigne la creation dans l'audit
                    MOVE "SCHEMA" TO AUDIT-OBJET
                    MOVE SG-TYPE-MVT TO AUDIT-CLE
                    MOVE "NOUVEAU" TO AUDIT-AVANT
                    PERFORM DECRIRE-SCHEMA-AUDIT
                    MOVE DESCRIPTION-SCHEMA TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-WRITE
        NOT INVALID KEY
            *> Ligne existante : mise a jour ; l'ancienne valeur est
            *> conservee pour le journal d'audit
            PERFORM DECRIRE-SCHEMA-AUDIT
            MOVE DESCRIPTION-SCHEMA TO AUDIT-AVANT

            MOVE COMPTE-DEBIT-SAISI TO SG-COMPTE-DEBIT
            MOVE COMPTE-CREDIT-SAISI TO SG-COMPTE-CREDIT
            MOVE LIBELLE-SCHEMA-SAISI TO SG-LIBELLE

            REWRITE ENREGISTREMENT-SCHEMA
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour de la "
                            "ligne du schema."
                NOT INVALID KEY
                    DISPLAY "Ligne du schema modifiee."

                    *> Consigne le changement dans l'audit
                    MOVE "SCHEMA" TO AUDIT-OBJET
                    MOVE SG-TYPE-MVT TO AUDIT-CLE
                    PERFORM DECRIRE-SCHEMA-AUDIT
                    MOVE DESCRIPTION-SCHEMA TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-REWRITE
    END-READ

    CLOSE SCHEMA-COMPTABLE.

*> Compose, pour le journal d'audit, la description lisible de la
*> ligne courante du schema comptable

DECRIRE-SCHEMA-AUDIT.
    MOVE SPACES TO DESCRIPTION-SCHEMA
    STRING "debit=" FUNCTION TRIM(SG-COMPTE-DEBIT)
           " credit=" FUNCTION TRIM(SG-COMPTE-CREDIT)
    INTO DESCRIPTION-SCHEMA
    END-STRING.

*> Menu de gestion du fichier des guichetiers, reserve au
*> superviseur : consultation de la liste, enregistrement d'un
*> nouveau guichetier ou modification d'un guichetier existant

GERER-GUICHETIERS.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : la gestion des guichetiers est "
                "reservee au superviseur."
    ELSE
        PERFORM GERER-GUICHETIERS-AUTORISE
    END-IF.

GERER-GUICHETIERS-AUTORISE.
    MOVE "0" TO CHOIX-GUICHETIER

    PERFORM UNTIL CHOIX-GUICHETIER = "3"
        DISPLAY " GESTION DES GUICHETIERS"
        DISPLAY "1. Lister les guichetiers"
        DISPLAY "2. Enregistrer ou modifier un guichetier"
        DISPLAY "3. Retour au menu principal"
        DISPLAY "Veuillez saisir votre choix : "

        ACCEPT CHOIX-GUICHETIER

        EVALUATE CHOIX-GUICHETIER
            WHEN "1"
                PERFORM LISTER-GUICHETIERS
            WHEN "2"
                PERFORM SAISIR-GUICHETIER
            WHEN "3"
                CONTINUE
            WHEN OTHER
                DISPLAY "CHOIX INVALIDE"
        END-EVALUATE
    END-PERFORM.

*> Affiche tous les guichetiers du fichier des habilitations

LISTER-GUICHETIERS.
    MOVE "N" TO EOF-FLAG-GUICHETIER

    OPEN INPUT GUICHETIER

    DISPLAY "LISTE DES GUICHETIERS"

    PERFORM UNTIL EOF-FLAG-GUICHETIER = "Y"
        READ GUICHETIER NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-GUICHETIER
            NOT AT END
                DISPLAY "Identifiant : " EG-ID
                        " | Nom : " FUNCTION TRIM(EG-NOM)
                        " | Niveau : " EG-NIVEAU
        END-READ
    END-PERFORM

    CLOSE GUICHETIER.

*> Enregistre un nouveau guichetier ou modifie un guichetier existant

SAISIR-GUICHETIER.
    *> Saisie de l'identifiant, avec re-saisie tant qu'il est vide
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Identifiant du guichetier (4 caracteres) : "
        ACCEPT ID-GUICHETIER-SAISI

        IF ID-GUICHETIER-SAISI = SPACES
            DISPLAY "L'identifiant est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    *> Saisie du nom, avec re-saisie tant qu'il est vide
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Nom du guichetier : "
        ACCEPT NOM-GUICHETIER-SAISI

        IF FUNCTION TRIM(NOM-GUICHETIER-SAISI) = SPACES
            DISPLAY "Le nom est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    *> Saisie du niveau, 1 (guichetier) ou 2 (superviseur)
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Niveau (1 = guichetier, 2 = superviseur) : "
        ACCEPT NIVEAU-SAISI

        IF NIVEAU-SAISI = 1 OR NIVEAU-SAISI = 2
            MOVE "Y" TO SAISIE-VALIDE
        ELSE
            DISPLAY "Veuillez saisir 1 ou 2."
        END-IF
    END-PERFORM

    OPEN I-O GUICHETIER

    MOVE ID-GUICHETIER-SAISI TO EG-ID
    READ GUICHETIER
        INVALID KEY
            *> Nouveau guichetier
            MOVE ID-GUICHETIER-SAISI TO EG-ID
            MOVE NOM-GUICHETIER-SAISI TO EG-NOM
            MOVE NIVEAU-SAISI TO EG-NIVEAU

            WRITE ENREGISTREMENT-GUICHETIER
                INVALID KEY
                    DISPLAY "Erreur lors de l'enregistrement du "
                            "guichetier."
                NOT INVALID KEY
                    DISPLAY "Guichetier enregistre."

                    *> Consigne l'habilitation dans l'audit
                    PERFORM DECRIRE-GUICHETIER-AUDIT
                    MOVE "GUICHETIER" TO AUDIT-OBJET
                    MOVE EG-ID TO AUDIT-CLE
                    MOVE "NOUVEAU" TO AUDIT-AVANT
                    MOVE DESCRIPTION-GUICHETIER TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-WRITE
        NOT INVALID KEY
            *> Guichetier existant : mise a jour ; l'ancienne valeur
            *> est conservee pour le journal d'audit
            PERFORM DECRIRE-GUICHETIER-AUDIT
            MOVE DESCRIPTION-GUICHETIER TO AUDIT-AVANT

            MOVE NOM-GUICHETIER-SAISI TO EG-NOM
            MOVE NIVEAU-SAISI TO EG-NIVEAU

            REWRITE ENREGISTREMENT-GUICHETIER
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour du "
                            "guichetier."
                NOT INVALID KEY
                    DISPLAY "Guichetier modifie."

                    *> Consigne le changement dans l'audit
                    PERFORM DECRIRE-GUICHETIER-AUDIT
                    MOVE "GUICHETIER" TO AUDIT-OBJET
                    MOVE EG-ID TO AUDIT-CLE
                    MOVE DESCRIPTION-GUICHETIER TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-REWRITE
    END-READ

    CLOSE GUICHETIER.

*> Compose, pour le journal d'audit, la description lisible du
*> guichetier courant du fichier GUICHETIER

DECRIRE-GUICHETIER-AUDIT.
    MOVE SPACES TO DESCRIPTION-GUICHETIER
    STRING FUNCTION TRIM(EG-NOM)
           " niveau " EG-NIVEAU
    INTO DESCRIPTION-GUICHETIER
    END-STRING.

*> Rapport de fin de journee de l'activite des guichetiers : relit le
*> journal des mouvements du jour et cumule, par identifiant de
*> guichetier, le nombre d'operations et les montants manipules ; le
*> resultat est affiche et ecrit dans RAPPORT-GUICHETIERS-AAAAMMJJ.txt

RAPPORT-ACTIVITE-GUICHETIERS.
    ACCEPT DATE-ACTIVITE FROM DATE YYYYMMDD
    MOVE DATE-ACTIVITE TO DATE-ACTIVITE-TXT

    MOVE 0 TO NB-GUICHETIERS-ACTIFS
    MOVE "N" TO EOF-FLAG-MOUVEMENTS

    *> Cumul des operations du jour par guichetier
    OPEN INPUT MOUVEMENTS

    PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
        READ MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
            AT END
                MOVE "Y" TO EOF-FLAG-MOUVEMENTS
            NOT AT END
                PERFORM DECOUPER-LIGNE-MOUVEMENT
                IF MVT-HORODATAGE(1:8) = DATE-ACTIVITE-TXT
                    PERFORM CUMULER-ACTIVITE-GUICHETIER
                END-IF
        END-READ
    END-PERFORM

    CLOSE MOUVEMENTS

    *> Constitution du rapport : RAPPORT-GUICHETIERS-AAAAMMJJ.txt
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "RAPPORT-GUICHETIERS-" DATE-ACTIVITE ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    OPEN OUTPUT RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "ACTIVITE DES GUICHETIERS DU " DATE-ACTIVITE
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE "Operateur;NbOperations;MontantsManipules"
      TO LIGNE-RAPPORT
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    IF NB-GUICHETIERS-ACTIFS = 0
        MOVE "Aucune operation journalisee ce jour." TO LIGNE-RAPPORT
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
        DISPLAY "Aucune operation journalisee ce jour."
    ELSE
        PERFORM VARYING INDICE-ACTIVITE FROM 1 BY 1
                UNTIL INDICE-ACTIVITE > NB-GUICHETIERS-ACTIFS
            MOVE AG-TOTAL-MONTANTS(INDICE-ACTIVITE)
              TO TOTAL-ACTIVITE-AFF

            MOVE SPACES TO LIGNE-RAPPORT
            STRING AG-ID(INDICE-ACTIVITE)
                   ";"
                   AG-NB-OPERATIONS(INDICE-ACTIVITE)
                   ";"
                   FUNCTION TRIM(TOTAL-ACTIVITE-AFF)
            INTO LIGNE-RAPPORT
            END-STRING
            WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

            DISPLAY "Operateur : " AG-ID(INDICE-ACTIVITE)
                    " | Operations : "
                    AG-NB-OPERATIONS(INDICE-ACTIVITE)
                    " | Montants : "
                    FUNCTION TRIM(TOTAL-ACTIVITE-AFF)
        END-PERFORM
    END-IF

    CLOSE RAPPORT

    DISPLAY "Rapport genere : " FUNCTION TRIM(NOM-FICHIER-RAPPORT).

*> Ajoute le mouvement courant au cumul du guichetier qui l'a opere

CUMULER-ACTIVITE-GUICHETIER.
    MOVE MVT-OPERATEUR TO ID-ACTIVITE
    MOVE "N" TO ACTIVITE-TROUVEE

    PERFORM VARYING INDICE-ACTIVITE FROM 1 BY 1
            UNTIL INDICE-ACTIVITE > NB-GUICHETIERS-ACTIFS
        IF AG-ID(INDICE-ACTIVITE) = ID-ACTIVITE
            MOVE "Y" TO ACTIVITE-TROUVEE
            ADD 1 TO AG-NB-OPERATIONS(INDICE-ACTIVITE)
            ADD FUNCTION NUMVAL(MVT-MONTANT-TXT)
              TO AG-TOTAL-MONTANTS(INDICE-ACTIVITE)
        END-IF
    END-PERFORM

    IF ACTIVITE-TROUVEE = "N"
        IF NB-GUICHETIERS-ACTIFS < 50
            ADD 1 TO NB-GUICHETIERS-ACTIFS
            MOVE ID-ACTIVITE TO AG-ID(NB-GUICHETIERS-ACTIFS)
            MOVE 1 TO AG-NB-OPERATIONS(NB-GUICHETIERS-ACTIFS)
            MOVE FUNCTION NUMVAL(MVT-MONTANT-TXT)
              TO AG-TOTAL-MONTANTS(NB-GUICHETIERS-ACTIFS)
        ELSE
            DISPLAY "ATTENTION : operateur " ID-ACTIVITE
                    " ignore, table d'activite pleine."
        END-IF
    END-IF.

*> Menu de la caisse du guichetier connecte : ouverture du matin avec
*> le fond de caisse, consultation des especes theoriques, et cloture
*> du soir qui compare les especes comptees au calcul et consigne
*> l'ecart dans le rapport des caisses du jour

GERER-CAISSE.
    MOVE "0" TO CHOIX-CAISSE

    PERFORM UNTIL CHOIX-CAISSE = "4"
        DISPLAY " CAISSE DU GUICHETIER " OPERATEUR-ID
        DISPLAY "1. Ouvrir la caisse (fond de caisse)"
        DISPLAY "2. Consulter la caisse"
        DISPLAY "3. Cloturer la caisse (especes comptees)"
        DISPLAY "4. Retour au menu principal"
        DISPLAY "Veuillez saisir votre choix : "

        ACCEPT CHOIX-CAISSE

        EVALUATE CHOIX-CAISSE
            WHEN "1"
                PERFORM OUVRIR-CAISSE
            WHEN "2"
                PERFORM CONSULTER-CAISSE
            WHEN "3"
                PERFORM CLOTURER-CAISSE
            WHEN "4"
                CONTINUE
            WHEN OTHER
                DISPLAY "CHOIX INVALIDE"
        END-EVALUATE
    END-PERFORM.

*> Ouvre la caisse du guichetier connecte avec le fond de caisse
*> saisi ; une caisse deja ouverte ce jour n'est pas reouverte

OUVRIR-CAISSE.
    ACCEPT DATE-CAISSE FROM DATE YYYYMMDD

    OPEN I-O CAISSE

    MOVE OPERATEUR-ID TO CA-ID
    READ CAISSE
        INVALID KEY
            *> Premiere ouverture de cette caisse
            PERFORM SAISIR-FOND-CAISSE

            MOVE OPERATEUR-ID TO CA-ID
            MOVE DATE-CAISSE TO CA-DATE
            MOVE FOND-SAISI TO CA-FOND
            MOVE FOND-SAISI TO CA-ESPECES
            MOVE "O" TO CA-STATUT

            WRITE ENREGISTREMENT-CAISSE
                INVALID KEY
                    DISPLAY "Erreur lors de l'ouverture de la caisse."
                NOT INVALID KEY
                    DISPLAY "Caisse ouverte."
            END-WRITE
        NOT INVALID KEY
            IF CA-STATUT = "O" AND CA-DATE = DATE-CAISSE
                DISPLAY "La caisse est deja ouverte ce jour."
            ELSE
                PERFORM SAISIR-FOND-CAISSE

                MOVE DATE-CAISSE TO CA-DATE
                MOVE FOND-SAISI TO CA-FOND
                MOVE FOND-SAISI TO CA-ESPECES
                MOVE "O" TO CA-STATUT

                REWRITE ENREGISTREMENT-CAISSE
                    INVALID KEY
                        DISPLAY "Erreur lors de l'ouverture de la "
                                "caisse."
                    NOT INVALID KEY
                        DISPLAY "Caisse ouverte."
                END-REWRITE
            END-IF
    END-READ

    CLOSE CAISSE.

*> Saisit le fond de caisse du matin

SAISIR-FOND-CAISSE.
    DISPLAY "Fond de caisse : "
    ACCEPT FOND-SAISI.

*> Affiche la caisse du guichetier connecte

CONSULTER-CAISSE.
    OPEN INPUT CAISSE

    MOVE OPERATEUR-ID TO CA-ID
    READ CAISSE
        INVALID KEY
            DISPLAY "Aucune caisse ouverte pour ce guichetier."
        NOT INVALID KEY
            MOVE CA-FOND TO FOND-AFF
            MOVE CA-ESPECES TO ESPECES-AFF

            DISPLAY "Caisse du " CA-DATE
                    " | Fond de caisse : " FUNCTION TRIM(FOND-AFF)
                    " | Especes theoriques : "
                    FUNCTION TRIM(ESPECES-AFF)
                    " | Statut : " CA-STATUT
    END-READ

    CLOSE CAISSE.

*> Cloture du soir de la caisse du guichetier connecte : les especes
*> comptees dans le tiroir sont comparees aux especes theoriques, et
*> une ligne est consignee dans le rapport des caisses du jour, a
*> cote du rapport d'activite des guichetiers

CLOTURER-CAISSE.
    ACCEPT DATE-CAISSE FROM DATE YYYYMMDD

    OPEN I-O CAISSE

    MOVE OPERATEUR-ID TO CA-ID
    READ CAISSE
        INVALID KEY
            DISPLAY "Aucune caisse ouverte pour ce guichetier."
        NOT INVALID KEY
            IF CA-STATUT NOT = "O"
                DISPLAY "La caisse est deja cloturee."
            ELSE
                DISPLAY "Especes comptees dans le tiroir : "
                ACCEPT ESPECES-COMPTEES

                COMPUTE ECART-CAISSE =
                    ESPECES-COMPTEES - CA-ESPECES

                MOVE "F" TO CA-STATUT

                REWRITE ENREGISTREMENT-CAISSE
                    INVALID KEY
                        DISPLAY "Erreur lors de la cloture de la "
                                "caisse."
                END-REWRITE

                PERFORM ECRIRE-RAPPORT-CAISSE

                MOVE ECART-CAISSE TO ECART-CAISSE-AFF
                IF ECART-CAISSE = 0
                    DISPLAY "Caisse cloturee, aucun ecart."
                ELSE
                    DISPLAY "Caisse cloturee, ecart de "
                            FUNCTION TRIM(ECART-CAISSE-AFF) "."
                END-IF
            END-IF
    END-READ

    CLOSE CAISSE.

*> Consigne la cloture de la caisse courante dans le rapport des
*> caisses du jour (CAISSES-AAAAMMJJ.txt), cree a la premiere cloture
*> et complete par les suivantes
*> Format : Operateur;FondDeCaisse;EspecesTheoriques;EspecesComptees;
*> Ecart

ECRIRE-RAPPORT-CAISSE.
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "CAISSES-" DATE-CAISSE ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    MOVE SPACES TO FS-RAPPORT
    OPEN EXTEND RAPPORT
    IF FS-RAPPORT = "35"
        OPEN OUTPUT RAPPORT

        MOVE SPACES TO LIGNE-RAPPORT
        STRING "CLOTURE DES CAISSES DU " DATE-CAISSE
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

        MOVE "Operateur;Fond;EspecesTheoriques;EspecesComptees;Ecart"
          TO LIGNE-RAPPORT
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-IF

    MOVE CA-FOND TO FOND-AFF
    MOVE CA-ESPECES TO ESPECES-AFF
    MOVE ESPECES-COMPTEES TO MONTANT-AFF
    MOVE ECART-CAISSE TO ECART-CAISSE-AFF

    MOVE SPACES TO LIGNE-RAPPORT
    STRING CA-ID
           ";"
           FUNCTION TRIM(FOND-AFF)
           ";"
           FUNCTION TRIM(ESPECES-AFF)
           ";"
           FUNCTION TRIM(MONTANT-AFF)
           ";"
           FUNCTION TRIM(ECART-CAISSE-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    CLOSE RAPPORT

    DISPLAY "Cloture consignee dans "
            FUNCTION TRIM(NOM-FICHIER-RAPPORT) ".".

*> Met a jour les especes theoriques de la caisse designee par
*> ID-CAISSE-VISEE apres un depot (+) ou un retrait (-) en especes -
*> la caisse du guichetier connecte pour une operation au guichet,
*> celle du guichetier d'origine pour l'extourne d'une operation en
*> especes ; si cette caisse n'est pas ouverte, l'operation sur le
*> compte reste valable mais les especes ne sont pas comptees, et le
*> guichetier est averti

METTRE-A-JOUR-CAISSE.
    MOVE "N" TO CAISSE-TROUVEE

    OPEN I-O CAISSE

    MOVE ID-CAISSE-VISEE TO CA-ID
    READ CAISSE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CA-STATUT = "O"
                MOVE "Y" TO CAISSE-TROUVEE

                IF SENS-CAISSE = "+"
                    ADD MONTANT TO CA-ESPECES
                ELSE
                    SUBTRACT MONTANT FROM CA-ESPECES
                END-IF

                REWRITE ENREGISTREMENT-CAISSE
                    INVALID KEY
                        DISPLAY "Erreur lors de la mise a jour de "
                                "la caisse."
                END-REWRITE
            END-IF
    END-READ

    CLOSE CAISSE

    IF CAISSE-TROUVEE = "N"
        DISPLAY "ATTENTION : caisse " ID-CAISSE-VISEE " non "
                "ouverte, especes non comptees dans la caisse."
    END-IF.

*> Menu des virements permanents : creation, consultation et
*> annulation des ordres de virement recurrents

GERER-VIREMENTS-PERMANENTS.
    MOVE "0" TO CHOIX-VIRPERM

    PERFORM UNTIL CHOIX-VIRPERM = "4"
        DISPLAY " VIREMENTS PERMANENTS"
        DISPLAY "1. Creer un ordre"
        DISPLAY "2. Lister les ordres"
        DISPLAY "3. Annuler un ordre"
        DISPLAY "4. Retour au menu principal"
        DISPLAY "Veuillez saisir votre choix : "

        ACCEPT CHOIX-VIRPERM

        EVALUATE CHOIX-VIRPERM
            WHEN "1"
                PERFORM CREER-VIREMENT-PERMANENT
            WHEN "2"
                PERFORM LISTER-VIREMENTS-PERMANENTS
            WHEN "3"
                PERFORM ANNULER-VIREMENT-PERMANENT
            WHEN "4"
                CONTINUE
            WHEN OTHER
                DISPLAY "CHOIX INVALIDE"
        END-EVALUATE
    END-PERFORM.

*> Cree un ordre de virement permanent : comptes source et
*> destination controles comme pour un virement au guichet, client
*> donneur d'ordre titulaire ou mandataire du compte source, montant,
*> jour d'execution dans le mois et periode de validite

CREER-VIREMENT-PERMANENT.
    DISPLAY "Numero du compte source : "
    ACCEPT NUMCOMPTE-SOURCE

    DISPLAY "Numero du compte destination : "
    ACCEPT NUMCOMPTE-DEST

    *> Identification de la personne qui ordonne le virement
    DISPLAY "Numero du client qui ordonne le virement : "
    ACCEPT NUMCLIENT-AGISSANT

    PERFORM VERIFIER-COMPTES-VIREMENT
    PERFORM VERIFIER-HABILITATION-SOURCE

    IF NUMCOMPTE-SOURCE = NUMCOMPTE-DEST
        DISPLAY "Impossible : le compte source et le compte "
                "destination sont identiques."
    ELSE
        IF TROUVE-SOURCE = "N" OR TROUVE-DEST = "N"
            DISPLAY "Compte source ou compte destination introuvable."
        ELSE
            IF CLIENT-HABILITE = "N"
                DISPLAY "Ordre refuse : le client "
                        NUMCLIENT-AGISSANT
                        " n'est ni titulaire ni mandataire du compte "
                        "source."
            ELSE
                PERFORM SAISIR-ORDRE-PERMANENT
            END-IF
        END-IF
    END-IF.

*> Verifie, apres VERIFIER-COMPTES-VIREMENT, que le client qui ordonne
*> le virement peut agir sur le compte source ; un compte source
*> introuvable laisse CLIENT-HABILITE a N

VERIFIER-HABILITATION-SOURCE.
    MOVE "N" TO CLIENT-HABILITE

    IF TROUVE-SOURCE = "Y"
        MOVE NUMCOMPTE-SOURCE TO NUMCOMPTE-HABILITATION
        PERFORM VERIFIER-CLIENT-HABILITE
    END-IF.

*> Saisit le detail d'un ordre permanent dont les comptes ont ete
*> controles, puis l'enregistre sous le prochain numero d'ordre

SAISIR-ORDRE-PERMANENT.
    *> Saisie du montant, avec re-saisie tant qu'il n'est pas positif
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Montant a virer : "
        ACCEPT MONTANT

        IF MONTANT <= 0
            DISPLAY "Le montant doit etre superieur a zero."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    *> Saisie du jour d'execution dans le mois, de 1 a 31 ; pour les
    *> mois plus courts, l'ordre est execute le dernier jour du mois
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Jour d'execution dans le mois (1 a 31) : "
        ACCEPT JOUR-SAISI

        IF JOUR-SAISI < 1 OR JOUR-SAISI > 31
            DISPLAY "Veuillez saisir un jour de 1 a 31."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    *> Saisie de la periode de validite de l'ordre
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Date de debut (AAAAMMJJ) : "
        ACCEPT DATE-DEBUT-SAISIE

        IF DATE-DEBUT-SAISIE = 0
            DISPLAY "La date de debut est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Date de fin (AAAAMMJJ) : "
        ACCEPT DATE-FIN-SAISIE

        IF DATE-FIN-SAISIE < DATE-DEBUT-SAISIE
            DISPLAY "La date de fin doit etre posterieure ou egale "
                    "a la date de debut."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    PERFORM CALCULER-PROCHAIN-NUMORDRE

    OPEN I-O VIREMENT-PERMANENT

    MOVE PROCHAIN-NUMORDRE TO VP-NUMORDRE
    MOVE NUMCOMPTE-SOURCE TO VP-COMPTE-SOURCE
    MOVE NUMCOMPTE-DEST TO VP-COMPTE-DEST
    MOVE MONTANT TO VP-MONTANT
    MOVE JOUR-SAISI TO VP-JOUR
    MOVE DATE-DEBUT-SAISIE TO VP-DATE-DEBUT
    MOVE DATE-FIN-SAISIE TO VP-DATE-FIN
    MOVE "A" TO VP-STATUT

    WRITE ENREGISTREMENT-VIRPERM
        INVALID KEY
            DISPLAY "Erreur lors de la creation de l'ordre."
        NOT INVALID KEY
            DISPLAY "Ordre permanent cree, numero " PROCHAIN-NUMORDRE
    END-WRITE

    CLOSE VIREMENT-PERMANENT.

*> Determine le prochain numero d'ordre permanent disponible, a
*> partir du plus grand numero deja attribue dans le fichier

CALCULER-PROCHAIN-NUMORDRE.
    MOVE "N" TO EOF-FLAG-VIRPERM
    MOVE 0 TO PROCHAIN-NUMORDRE

    OPEN INPUT VIREMENT-PERMANENT

    PERFORM UNTIL EOF-FLAG-VIRPERM = "Y"
        READ VIREMENT-PERMANENT NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-VIRPERM
            NOT AT END
                IF VP-NUMORDRE > PROCHAIN-NUMORDRE
                    MOVE VP-NUMORDRE TO PROCHAIN-NUMORDRE
                END-IF
        END-READ
    END-PERFORM

    CLOSE VIREMENT-PERMANENT

    ADD 1 TO PROCHAIN-NUMORDRE.

*> Affiche tous les ordres de virement permanents avec leur statut

LISTER-VIREMENTS-PERMANENTS.
    MOVE "N" TO EOF-FLAG-VIRPERM

    OPEN INPUT VIREMENT-PERMANENT

    DISPLAY "LISTE DES VIREMENTS PERMANENTS"

    PERFORM UNTIL EOF-FLAG-VIRPERM = "Y"
        READ VIREMENT-PERMANENT NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-VIRPERM
            NOT AT END
                EVALUATE VP-STATUT
                    WHEN "A"
                        MOVE "Actif" TO LIBELLE-STATUT
                    WHEN "X"
                        MOVE "Annule" TO LIBELLE-STATUT
                    WHEN "E"
                        MOVE "Expire" TO LIBELLE-STATUT
                    WHEN OTHER
                        MOVE "?" TO LIBELLE-STATUT
                END-EVALUATE

                MOVE VP-MONTANT TO MONTANT-AFF

                DISPLAY "Ordre : " VP-NUMORDRE
                        " | Source : " VP-COMPTE-SOURCE
                        " | Destination : " VP-COMPTE-DEST
                        " | Montant : " FUNCTION TRIM(MONTANT-AFF)
                        " | Jour : " VP-JOUR
                        " | Du : " VP-DATE-DEBUT
                        " | Au : " VP-DATE-FIN
                        " | Statut : " FUNCTION TRIM(LIBELLE-STATUT)
        END-READ
    END-PERFORM

    CLOSE VIREMENT-PERMANENT.

*> Annule un ordre de virement permanent actif

ANNULER-VIREMENT-PERMANENT.
    DISPLAY "Numero de l'ordre a annuler : "
    ACCEPT NUMORDRE-SAISI

    OPEN I-O VIREMENT-PERMANENT

    MOVE NUMORDRE-SAISI TO VP-NUMORDRE
    READ VIREMENT-PERMANENT
        INVALID KEY
            DISPLAY "Ordre introuvable."
        NOT INVALID KEY
            IF VP-STATUT NOT = "A"
                DISPLAY "Cet ordre n'est pas actif."
            ELSE
                MOVE "X" TO VP-STATUT

                REWRITE ENREGISTREMENT-VIRPERM
                    INVALID KEY
                        DISPLAY "Erreur lors de l'annulation de "
                                "l'ordre."
                    NOT INVALID KEY
                        DISPLAY "Ordre annule."

                        *> Consigne l'annulation dans l'audit
                        MOVE "VIR-PERM" TO AUDIT-OBJET
                        MOVE VP-NUMORDRE TO AUDIT-CLE
                        MOVE "Actif" TO AUDIT-AVANT
                        MOVE "Annule" TO AUDIT-APRES
                        PERFORM ECRIRE-AUDIT
                END-REWRITE
            END-IF
    END-READ

    CLOSE VIREMENT-PERMANENT.

*> Traitement quotidien des virements permanents : execute chaque
*> ordre actif a echeance ce jour par le meme chemin de debit/credit et de
*> journalisation qu'un virement au guichet, puis rend compte dans
*> PERMANENTS-AAAAMMJJ.txt de ce qui a ete execute, refuse (solde
*> insuffisant, compte disparu) ou expire ; un ordre dont le jour
*> depasse la longueur du mois est execute le dernier jour du mois

TRAITEMENT-VIREMENTS-PERMANENTS.
    ACCEPT DATE-EXECUTION FROM DATE YYYYMMDD
    COMPUTE JOUR-EXECUTION = FUNCTION MOD(DATE-EXECUTION, 100)
    COMPUTE MOIS-EXECUTION =
        FUNCTION MOD(FUNCTION INTEGER(DATE-EXECUTION / 100), 100)
    COMPUTE ANNEE-EXECUTION =
        FUNCTION INTEGER(DATE-EXECUTION / 10000)
    PERFORM CALCULER-DERNIER-JOUR-MOIS

    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        *> Controle d'execution : une seule execution par jour, avec
        *> reprise au-dela du dernier ordre traite si l'execution
        *> precedente a ete interrompue
        MOVE DATE-EXECUTION TO DATE-CONTROLE-TXT
        MOVE "PERMANENTS" TO CONTROLE-BATCH-NOM
        MOVE DATE-CONTROLE-TXT TO CONTROLE-PERIODE
        MOVE SPACES TO CONTROLE-FICHIER
        PERFORM DEMARRER-CONTROLE-BATCH

        IF BATCH-AUTORISE = "Y"
            MOVE 0 TO NB-ORDRES-EXECUTES
            MOVE 0 TO NB-ORDRES-REFUSES
            MOVE 0 TO NB-ORDRES-EXPIRES

            *> Constitution du rapport : PERMANENTS-AAAAMMJJ.txt ;
            *> en reprise, le rapport de l'execution interrompue est
            *> complete plutot qu'ecrase
            MOVE SPACES TO NOM-FICHIER-RAPPORT
            STRING "PERMANENTS-" DATE-EXECUTION ".txt"
            INTO NOM-FICHIER-RAPPORT
            END-STRING

            IF REPRISE-BATCH = "Y"
                OPEN EXTEND RAPPORT
            ELSE
                OPEN OUTPUT RAPPORT

                MOVE SPACES TO LIGNE-RAPPORT
                STRING "VIREMENTS PERMANENTS DU " DATE-EXECUTION
                INTO LIGNE-RAPPORT
                END-STRING
                WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

                MOVE "NumOrdre;Source;Destination;Montant;Resultat"
                  TO LIGNE-RAPPORT
                WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
            END-IF

            MOVE "N" TO EOF-FLAG-VIRPERM

            OPEN I-O VIREMENT-PERMANENT

            *> En reprise, les ordres deja traites avant
            *> l'interruption ne doivent pas etre executes une
            *> deuxieme fois
            IF REPRISE-BATCH = "Y"
                MOVE CHECKPOINT-REPRISE TO VP-NUMORDRE
                START VIREMENT-PERMANENT KEY > VP-NUMORDRE
                    INVALID KEY
                        MOVE "Y" TO EOF-FLAG-VIRPERM
                END-START
            END-IF

            PERFORM UNTIL EOF-FLAG-VIRPERM = "Y"
                READ VIREMENT-PERMANENT NEXT RECORD
                    AT END
                        MOVE "Y" TO EOF-FLAG-VIRPERM
                    NOT AT END
                        PERFORM TRAITER-ORDRE-PERMANENT
                END-READ
            END-PERFORM

            CLOSE VIREMENT-PERMANENT
            PERFORM TERMINER-CONTROLE-BATCH

            *> Recapitulatif en fin de rapport
            MOVE SPACES TO LIGNE-RAPPORT
            STRING "Executes : " NB-ORDRES-EXECUTES
                   " - Refuses : " NB-ORDRES-REFUSES
                   " - Expires : " NB-ORDRES-EXPIRES
            INTO LIGNE-RAPPORT
            END-STRING
            WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

            CLOSE RAPPORT

            DISPLAY "Traitement des virements permanents termine."
            DISPLAY "Ordres executes : " NB-ORDRES-EXECUTES
            DISPLAY "Ordres refuses  : " NB-ORDRES-REFUSES
            DISPLAY "Ordres expires  : " NB-ORDRES-EXPIRES
            DISPLAY "Rapport genere  : "
                    FUNCTION TRIM(NOM-FICHIER-RAPPORT)
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Determine le dernier jour du mois d'execution, annees bissextiles
*> comprises

CALCULER-DERNIER-JOUR-MOIS.
    EVALUATE MOIS-EXECUTION
        WHEN 1
        WHEN 3
        WHEN 5
        WHEN 7
        WHEN 8
        WHEN 10
        WHEN 12
            MOVE 31 TO DERNIER-JOUR-MOIS
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO DERNIER-JOUR-MOIS
        WHEN 2
            IF FUNCTION MOD(ANNEE-EXECUTION, 400) = 0
               OR (FUNCTION MOD(ANNEE-EXECUTION, 4) = 0
                   AND FUNCTION MOD(ANNEE-EXECUTION, 100) NOT = 0)
                MOVE 29 TO DERNIER-JOUR-MOIS
            ELSE
                MOVE 28 TO DERNIER-JOUR-MOIS
            END-IF
        WHEN OTHER
            MOVE 31 TO DERNIER-JOUR-MOIS
    END-EVALUATE.

*> Examine un ordre permanent : marque expire tout ordre actif dont
*> la date de fin est passee, et execute tout ordre a echeance ce jour

TRAITER-ORDRE-PERMANENT.
    IF VP-STATUT = "A"
        IF VP-DATE-FIN < DATE-EXECUTION
            MOVE "E" TO VP-STATUT

            REWRITE ENREGISTREMENT-VIRPERM
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour de "
                            "l'ordre " VP-NUMORDRE
            END-REWRITE

            ADD 1 TO NB-ORDRES-EXPIRES
            MOVE "EXPIRE" TO RESULTAT-ORDRE
            PERFORM ECRIRE-RESULTAT-ORDRE
        ELSE
            IF VP-DATE-DEBUT <= DATE-EXECUTION
               AND (VP-JOUR = JOUR-EXECUTION
                    OR (JOUR-EXECUTION = DERNIER-JOUR-MOIS
                        AND VP-JOUR > DERNIER-JOUR-MOIS))
                PERFORM EXECUTER-ORDRE-PERMANENT
            END-IF
        END-IF
    END-IF

    *> Avancee du point de reprise, que l'ordre ait ete execute ou
    *> non, pour qu'une reprise ne le retraite pas
    MOVE VP-NUMORDRE TO CHECKPOINT-COURANT
    PERFORM POINTER-CONTROLE-BATCH.

*> Execute un ordre permanent a echeance ce jour par le meme chemin qu'un
*> virement au guichet : controle des comptes et du solde, puis
*> debit/credit et journalisation ; un ordre refuse donne lieu a un
*> avis au client

EXECUTER-ORDRE-PERMANENT.
    MOVE VP-COMPTE-SOURCE TO NUMCOMPTE-SOURCE
    MOVE VP-COMPTE-DEST TO NUMCOMPTE-DEST
    MOVE VP-MONTANT TO MONTANT

    PERFORM VERIFIER-COMPTES-VIREMENT

    IF TROUVE-SOURCE = "N" OR TROUVE-DEST = "N"
        ADD 1 TO NB-ORDRES-REFUSES
        MOVE "REFUSE - compte introuvable" TO RESULTAT-ORDRE
        PERFORM ECRIRE-RESULTAT-ORDRE

        *> Le client est avise si son compte source existe encore
        IF TROUVE-SOURCE = "Y"
            PERFORM ENREGISTRER-AVIS-ORDRE-REJETE
        END-IF
    ELSE
    IF STATUT-SOURCE = "B" OR STATUT-SOURCE = "G"
        *> Un ordre sur un compte source bloque au debit ou gele est
        *> refuse, et le refus est journalise
        ADD 1 TO NB-ORDRES-REFUSES
        MOVE "REFUSE - compte bloque" TO RESULTAT-ORDRE
        PERFORM ECRIRE-RESULTAT-ORDRE
        MOVE NUMCOMPTE-SOURCE TO NUMCOMPTE-REFUSE
        MOVE STATUT-SOURCE TO STATUT-REFUSE
        MOVE "VIR-PERM" TO OPERATION-REFUSEE
        PERFORM ECRIRE-REFUS
        PERFORM ENREGISTRER-AVIS-ORDRE-REJETE
    ELSE
    IF STATUT-DEST = "G"
        *> Un compte destination gele ne recoit plus aucun
        *> mouvement, pas meme un credit : l'ordre est refuse et le
        *> refus journalise
        ADD 1 TO NB-ORDRES-REFUSES
        MOVE "REFUSE - compte destination gele" TO RESULTAT-ORDRE
        PERFORM ECRIRE-RESULTAT-ORDRE
        MOVE NUMCOMPTE-DEST TO NUMCOMPTE-REFUSE
        MOVE STATUT-DEST TO STATUT-REFUSE
        MOVE "VIR-PERM" TO OPERATION-REFUSEE
        PERFORM ECRIRE-REFUS
        PERFORM ENREGISTRER-AVIS-ORDRE-REJETE
    ELSE
        *> Meme plancher qu'un virement au guichet : solde minimum du
        *> produit diminue du decouvert autorise du compte
        MOVE TYPE-SOURCE TO CODE-PRODUIT-LU
        PERFORM LIRE-PRODUIT-PAR-CODE
        COMPUTE SOLDE-DISPONIBLE =
            SOLDE-SOURCE + DECOUVERT-SOURCE - SOLDE-MIN-PRODUIT

        IF MONTANT > SOLDE-DISPONIBLE
            ADD 1 TO NB-ORDRES-REFUSES
            MOVE "REFUSE - solde insuffisant" TO RESULTAT-ORDRE
            PERFORM ECRIRE-RESULTAT-ORDRE
            PERFORM JOURNALISER-ORDRE-REJETE
            PERFORM ENREGISTRER-AVIS-ORDRE-REJETE
        ELSE
            PERFORM APPLIQUER-VIREMENT

            IF VIREMENT-REUSSI = "Y"
                ADD 1 TO NB-ORDRES-EXECUTES
                MOVE "EXECUTE" TO RESULTAT-ORDRE
            ELSE
                ADD 1 TO NB-ORDRES-REFUSES
                MOVE "REFUSE - erreur de mise a jour"
                  TO RESULTAT-ORDRE
            END-IF
            PERFORM ECRIRE-RESULTAT-ORDRE
        END-IF
    END-IF
    END-IF
    END-IF.

*> Journalise sur le compte source, pour un montant nul, l'ordre
*> permanent rejete faute de provision (PERM-REJ, numero de l'ordre
*> en complement), comme la fermeture d'un compte : le traitement
*> des frais y retrouve les rejets a facturer

JOURNALISER-ORDRE-REJETE.
    MOVE NUMCOMPTE-SOURCE TO EC-NUMCOMPTE
    MOVE SOLDE-SOURCE TO EC-SOLDE
    MOVE SOLDE-SOURCE TO SOLDE-AVANT
    MOVE 0 TO MONTANT
    MOVE "PERM-REJ" TO TYPE-MOUVEMENT
    MOVE VP-NUMORDRE TO COMPLEMENT-MOUVEMENT
    PERFORM ECRIRE-MOUVEMENT.

*> Ecrit dans le rapport le resultat du traitement d'un ordre

ECRIRE-RESULTAT-ORDRE.
    MOVE VP-MONTANT TO MONTANT-AFF

    MOVE SPACES TO LIGNE-RAPPORT
    STRING VP-NUMORDRE
           ";"
           VP-COMPTE-SOURCE
           ";"
           VP-COMPTE-DEST
           ";"
           FUNCTION TRIM(MONTANT-AFF)
           ";"
           FUNCTION TRIM(RESULTAT-ORDRE)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT.

*> Menu des virements externes : mise en file d'un paiement vers une
*> autre banque, consultation de la file et annulation d'un ordre
*> encore en attente ; le debit et l'emission se font le soir par le
*> traitement par lots VIREXT

GERER-VIREMENTS-EXTERNES.
    MOVE "0" TO CHOIX-VIREXT

    PERFORM UNTIL CHOIX-VIREXT = "4"
        DISPLAY " VIREMENTS EXTERNES"
        DISPLAY "1. Mettre un virement en file"
        DISPLAY "2. Lister les virements"
        DISPLAY "3. Annuler un virement en attente"
        DISPLAY "4. Retour au menu principal"
        DISPLAY "Veuillez saisir votre choix : "

        ACCEPT CHOIX-VIREXT

        EVALUATE CHOIX-VIREXT
            WHEN "1"
                PERFORM CREER-VIREMENT-EXTERNE
            WHEN "2"
                PERFORM LISTER-VIREMENTS-EXTERNES
            WHEN "3"
                PERFORM ANNULER-VIREMENT-EXTERNE
            WHEN "4"
                CONTINUE
            WHEN OTHER
                DISPLAY "CHOIX INVALIDE"
        END-EVALUATE
    END-PERFORM.

*> Met en file un virement vers une autre banque : compte source
*> controle, banque et reference du beneficiaire, montant ; le compte
*> n'est pas debite tout de suite, le solde et le statut du compte
*> seront verifies a l'emission du soir

CREER-VIREMENT-EXTERNE.
    DISPLAY "Numero du compte source : "
    ACCEPT NUMCOMPTE-SAISI

    DISPLAY "Numero du client qui ordonne le virement : "
    ACCEPT NUMCLIENT-AGISSANT

    MOVE "N" TO COMPTE-TROUVE

    OPEN INPUT COMPTE

    MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            DISPLAY "Compte introuvable."
        NOT INVALID KEY
            IF EC-STATUT = "I"
                *> Un compte inactif n'emet plus de virement tant
                *> qu'il n'a pas ete reactive, et le refus est
                *> journalise
                DISPLAY "Virement refuse : le compte source est "
                        "inactif."
                MOVE EC-NUMCOMPTE TO NUMCOMPTE-REFUSE
                MOVE EC-STATUT TO STATUT-REFUSE
                MOVE "VIR-EXT" TO OPERATION-REFUSEE
                MOVE 0 TO MONTANT
                PERFORM ECRIRE-REFUS
            ELSE
                *> Seuls un titulaire ou un mandataire en vigueur
                *> peuvent ordonner un virement sur le compte
                MOVE EC-NUMCOMPTE TO NUMCOMPTE-HABILITATION
                MOVE EC-NUMCLIENT TO NUMCLIENT-PRINCIPAL
                PERFORM VERIFIER-CLIENT-HABILITE

                IF CLIENT-HABILITE = "N"
                    DISPLAY "Virement refuse : le client "
                            NUMCLIENT-AGISSANT
                            " n'est ni titulaire ni mandataire du "
                            "compte."
                ELSE
                    MOVE "Y" TO COMPTE-TROUVE
                END-IF
            END-IF
    END-READ

    CLOSE COMPTE

    IF COMPTE-TROUVE = "Y"
        PERFORM SAISIR-VIREMENT-EXTERNE
    END-IF.

*> Saisit le detail d'un virement externe dont le compte source a ete
*> controle, puis l'enregistre en attente sous le prochain numero

SAISIR-VIREMENT-EXTERNE.
    *> Saisie de la banque beneficiaire, obligatoire
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Banque beneficiaire : "
        ACCEPT BANQUE-SAISIE

        IF FUNCTION TRIM(BANQUE-SAISIE) = SPACES
            DISPLAY "La banque beneficiaire est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    *> Saisie de la reference du compte beneficiaire, obligatoire
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Reference du compte beneficiaire : "
        ACCEPT REFERENCE-SAISIE

        IF FUNCTION TRIM(REFERENCE-SAISIE) = SPACES
            DISPLAY "La reference du beneficiaire est obligatoire."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    *> Saisie du montant, avec re-saisie tant qu'il n'est pas positif
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Montant a virer : "
        ACCEPT MONTANT

        IF MONTANT <= 0
            DISPLAY "Le montant doit etre superieur a zero."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    PERFORM CALCULER-PROCHAIN-NUMVIREXT

    ACCEPT DATE-EMISSION FROM DATE YYYYMMDD

    OPEN I-O VIREMENT-EXTERNE

    MOVE PROCHAIN-NUMVIREXT TO VE-NUMORDRE
    MOVE NUMCOMPTE-SAISI TO VE-COMPTE-SOURCE
    MOVE BANQUE-SAISIE TO VE-BANQUE
    MOVE REFERENCE-SAISIE TO VE-REFERENCE
    MOVE MONTANT TO VE-MONTANT
    MOVE DATE-EMISSION TO VE-DATE-SAISIE
    MOVE "A" TO VE-STATUT

    WRITE ENREGISTREMENT-VIREXT
        INVALID KEY
            DISPLAY "Erreur lors de la mise en file du virement."
        NOT INVALID KEY
            DISPLAY "Virement externe mis en file, numero "
                    PROCHAIN-NUMVIREXT
    END-WRITE

    CLOSE VIREMENT-EXTERNE.

*> Determine le prochain numero de virement externe disponible, a
*> partir du plus grand numero deja attribue dans le fichier

CALCULER-PROCHAIN-NUMVIREXT.
    MOVE "N" TO EOF-FLAG-VIREXT
    MOVE 0 TO PROCHAIN-NUMVIREXT

    OPEN INPUT VIREMENT-EXTERNE

    PERFORM UNTIL EOF-FLAG-VIREXT = "Y"
        READ VIREMENT-EXTERNE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-VIREXT
            NOT AT END
                IF VE-NUMORDRE > PROCHAIN-NUMVIREXT
                    MOVE VE-NUMORDRE TO PROCHAIN-NUMVIREXT
                END-IF
        END-READ
    END-PERFORM

    CLOSE VIREMENT-EXTERNE

    ADD 1 TO PROCHAIN-NUMVIREXT.

*> Affiche tous les virements externes avec leur statut

LISTER-VIREMENTS-EXTERNES.
    MOVE "N" TO EOF-FLAG-VIREXT

    OPEN INPUT VIREMENT-EXTERNE

    DISPLAY "LISTE DES VIREMENTS EXTERNES"

    PERFORM UNTIL EOF-FLAG-VIREXT = "Y"
        READ VIREMENT-EXTERNE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-VIREXT
            NOT AT END
                EVALUATE VE-STATUT
                    WHEN "A"
                        MOVE "En attente" TO LIBELLE-STATUT-VIREXT
                    WHEN "E"
                        MOVE "Emis" TO LIBELLE-STATUT-VIREXT
                    WHEN "R"
                        MOVE "Rejete" TO LIBELLE-STATUT-VIREXT
                    WHEN "X"
                        MOVE "Annule" TO LIBELLE-STATUT-VIREXT
                    WHEN OTHER
                        MOVE "?" TO LIBELLE-STATUT-VIREXT
                END-EVALUATE

                MOVE VE-MONTANT TO MONTANT-AFF

                DISPLAY "Ordre : " VE-NUMORDRE
                        " | Source : " VE-COMPTE-SOURCE
                        " | Banque : " FUNCTION TRIM(VE-BANQUE)
                        " | Reference : " FUNCTION TRIM(VE-REFERENCE)
                        " | Montant : " FUNCTION TRIM(MONTANT-AFF)
                        " | Du : " VE-DATE-SAISIE
                        " | Statut : "
                        FUNCTION TRIM(LIBELLE-STATUT-VIREXT)
        END-READ
    END-PERFORM

    CLOSE VIREMENT-EXTERNE.

*> Annule un virement externe encore en attente ; un virement deja
*> emis ne s'annule plus, seul le retour de la banque beneficiaire
*> peut le re-crediter

ANNULER-VIREMENT-EXTERNE.
    DISPLAY "Numero du virement a annuler : "
    ACCEPT NUMVIREXT-SAISI

    OPEN I-O VIREMENT-EXTERNE

    MOVE NUMVIREXT-SAISI TO VE-NUMORDRE
    READ VIREMENT-EXTERNE
        INVALID KEY
            DISPLAY "Virement introuvable."
        NOT INVALID KEY
            IF VE-STATUT NOT = "A"
                DISPLAY "Ce virement n'est plus en attente."
            ELSE
                MOVE "X" TO VE-STATUT

                REWRITE ENREGISTREMENT-VIREXT
                    INVALID KEY
                        DISPLAY "Erreur lors de l'annulation du "
                                "virement."
                    NOT INVALID KEY
                        DISPLAY "Virement annule."
                END-REWRITE
            END-IF
    END-READ

    CLOSE VIREMENT-EXTERNE.

*> Traitement du soir des virements externes : chaque ordre en
*> attente est debite du compte source (memes controles de statut et
*> de solde qu'un retrait), journalise sous le type VIR-EXT et ecrit
*> en detail dans le fichier de remise VIREXT-AAAAMMJJ.txt, clos par
*> une ligne TOTAL sur le modele du fichier de paie ; un ordre refuse
*> (compte disparu, bloque ou solde insuffisant) reste en attente

TRAITEMENT-VIREMENTS-EXTERNES.
    *> L'emission des paiements est reservee au superviseur
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Traitement refuse : l'emission des virements "
                "externes est reservee au superviseur."
    ELSE
        PERFORM EMETTRE-VIREMENTS-EXTERNES
    END-IF.

*> Corps de l'emission des virements externes, une fois
*> l'habilitation du guichetier verifiee

EMETTRE-VIREMENTS-EXTERNES.
    ACCEPT DATE-EMISSION FROM DATE YYYYMMDD

    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        *> Controle d'execution : une seule emission par jour, avec
        *> reprise au-dela du dernier ordre traite si l'execution
        *> precedente a ete interrompue
        MOVE DATE-EMISSION TO DATE-CONTROLE-TXT
        MOVE "VIREXT" TO CONTROLE-BATCH-NOM
        MOVE DATE-CONTROLE-TXT TO CONTROLE-PERIODE
        MOVE SPACES TO CONTROLE-FICHIER
        PERFORM DEMARRER-CONTROLE-BATCH

        IF BATCH-AUTORISE = "Y"
            MOVE 0 TO NB-VIREXT-EMIS
            MOVE 0 TO TOTAL-VIREXT-EMIS
            MOVE 0 TO NB-VIREXT-REFUSES

            *> Constitution du fichier de remise ; en reprise, la
            *> remise de l'execution interrompue est completee
            MOVE SPACES TO NOM-FICHIER-VIREXT
            STRING "VIREXT-" DATE-EMISSION ".txt"
            INTO NOM-FICHIER-VIREXT
            END-STRING

            IF REPRISE-BATCH = "Y"
                *> Les lignes deja emises avant l'interruption sont
                *> recomptees, pour que la ligne TOTAL finale couvre
                *> bien tout le fichier
                PERFORM RELIRE-REMISE-REPRISE
                OPEN EXTEND FICHIER-VIREXT
            ELSE
                OPEN OUTPUT FICHIER-VIREXT
            END-IF

            MOVE "N" TO EOF-FLAG-VIREXT

            OPEN I-O VIREMENT-EXTERNE
            OPEN I-O COMPTE

            *> En reprise, les ordres deja traites avant
            *> l'interruption ne doivent pas etre emis une deuxieme
            *> fois
            IF REPRISE-BATCH = "Y"
                MOVE CHECKPOINT-REPRISE TO VE-NUMORDRE
                START VIREMENT-EXTERNE KEY > VE-NUMORDRE
                    INVALID KEY
                        MOVE "Y" TO EOF-FLAG-VIREXT
                END-START
            END-IF

            PERFORM UNTIL EOF-FLAG-VIREXT = "Y"
                READ VIREMENT-EXTERNE NEXT RECORD
                    AT END
                        MOVE "Y" TO EOF-FLAG-VIREXT
                    NOT AT END
                        PERFORM EMETTRE-UN-VIREMENT-EXTERNE
                END-READ
            END-PERFORM

            CLOSE COMPTE
            CLOSE VIREMENT-EXTERNE

            *> Ligne de controle finale de la remise, sur le modele
            *> du fichier de paie
            MOVE TOTAL-VIREXT-EMIS TO TOTAL-VIREXT-AFF
            MOVE SPACES TO LIGNE-VIREXT
            STRING "TOTAL;"
                   NB-VIREXT-EMIS
                   ";"
                   FUNCTION TRIM(TOTAL-VIREXT-AFF)
            INTO LIGNE-VIREXT
            END-STRING
            WRITE ENREGISTREMENT-FVIREXT FROM LIGNE-VIREXT

            CLOSE FICHIER-VIREXT
            PERFORM TERMINER-CONTROLE-BATCH

            MOVE TOTAL-VIREXT-EMIS TO TOTAL-VIREXT-AFF
            DISPLAY "Emission des virements externes terminee."
            DISPLAY "Virements emis    : " NB-VIREXT-EMIS
                    " pour " FUNCTION TRIM(TOTAL-VIREXT-AFF)
            DISPLAY "Virements refuses : " NB-VIREXT-REFUSES
            DISPLAY "Remise produite   : "
                    FUNCTION TRIM(NOM-FICHIER-VIREXT)
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Relit la remise laissee par une emission interrompue et re-amorce
*> le nombre et la somme des paiements deja emis, pour que la ligne
*> TOTAL ecrite en fin de reprise couvre l'ensemble du fichier ; une
*> remise absente (interruption avant la premiere ligne) laisse les
*> cumuls a zero

RELIRE-REMISE-REPRISE.
    MOVE 0 TO NB-VIREXT-EMIS
    MOVE 0 TO TOTAL-VIREXT-EMIS
    MOVE "N" TO EOF-FLAG-REMISE

    MOVE SPACES TO FS-FICHIER-VIREXT
    OPEN INPUT FICHIER-VIREXT

    IF FS-FICHIER-VIREXT NOT = "00"
        CONTINUE
    ELSE
        PERFORM UNTIL EOF-FLAG-REMISE = "Y"
            READ FICHIER-VIREXT INTO LIGNE-VIREXT
                AT END
                    MOVE "Y" TO EOF-FLAG-REMISE
                NOT AT END
                    IF LIGNE-VIREXT NOT = SPACES
                       AND LIGNE-VIREXT(1:6) NOT = "TOTAL;"
                        MOVE SPACES TO REMISE-BANQUE-TXT
                        MOVE SPACES TO REMISE-REFERENCE-TXT
                        MOVE SPACES TO REMISE-COMPTE-TXT
                        MOVE SPACES TO REMISE-MONTANT-TXT

                        UNSTRING LIGNE-VIREXT
                            DELIMITED BY ";"
                            INTO REMISE-BANQUE-TXT
                                 REMISE-REFERENCE-TXT
                                 REMISE-COMPTE-TXT
                                 REMISE-MONTANT-TXT
                        END-UNSTRING

                        ADD 1 TO NB-VIREXT-EMIS
                        ADD FUNCTION NUMVAL(REMISE-MONTANT-TXT)
                          TO TOTAL-VIREXT-EMIS
                    END-IF
            END-READ
        END-PERFORM

        CLOSE FICHIER-VIREXT
    END-IF.

*> Emet un ordre en attente : debit du compte source apres les memes
*> controles qu'un retrait, journalisation et ecriture de la ligne de
*> detail dans la remise (Banque;Reference;CompteSource;Montant)

EMETTRE-UN-VIREMENT-EXTERNE.
    IF VE-STATUT = "A"
        PERFORM DEBITER-VIREMENT-EXTERNE
    END-IF

    *> Avancee du point de reprise, que l'ordre ait ete emis ou non,
    *> pour qu'une reprise ne le retraite pas
    MOVE VE-NUMORDRE TO CHECKPOINT-COURANT
    PERFORM POINTER-CONTROLE-BATCH.

*> Debite le compte source d'un ordre en attente et l'emet ; un refus
*> laisse l'ordre en attente pour une emission ulterieure

DEBITER-VIREMENT-EXTERNE.
    MOVE VE-COMPTE-SOURCE TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            ADD 1 TO NB-VIREXT-REFUSES
            DISPLAY "Virement " VE-NUMORDRE
                    " refuse : compte source introuvable."
        NOT INVALID KEY
            IF EC-STATUT = "B" OR EC-STATUT = "G"
               OR EC-STATUT = "I"
                *> Compte source bloque, gele ou inactif : refus
                *> journalise
                ADD 1 TO NB-VIREXT-REFUSES
                DISPLAY "Virement " VE-NUMORDRE
                        " refuse : compte source bloque, gele ou "
                        "inactif."
                MOVE EC-NUMCOMPTE TO NUMCOMPTE-REFUSE
                MOVE EC-STATUT TO STATUT-REFUSE
                MOVE "VIR-EXT" TO OPERATION-REFUSEE
                MOVE VE-MONTANT TO MONTANT
                PERFORM ECRIRE-REFUS
            ELSE
                *> Meme plancher qu'un retrait : solde minimum du
                *> produit diminue du decouvert autorise du compte
                MOVE EC-TYPE TO CODE-PRODUIT-LU
                PERFORM LIRE-PRODUIT-PAR-CODE
                COMPUTE SOLDE-DISPONIBLE =
                    EC-SOLDE + EC-DECOUVERT - SOLDE-MIN-PRODUIT

                IF VE-MONTANT > SOLDE-DISPONIBLE
                    ADD 1 TO NB-VIREXT-REFUSES
                    DISPLAY "Virement " VE-NUMORDRE
                            " refuse : solde insuffisant."
                ELSE
                    MOVE EC-SOLDE TO SOLDE-AVANT
                    MOVE VE-MONTANT TO MONTANT
                    SUBTRACT MONTANT FROM EC-SOLDE

                    REWRITE ENREGISTREMENT-COMPTE
                        INVALID KEY
                            DISPLAY "Erreur lors de la mise a jour "
                                    "du compte."
                        NOT INVALID KEY
                            MOVE "VIR-EXT" TO TYPE-MOUVEMENT
                            PERFORM ECRIRE-MOUVEMENT

                            PERFORM ECRIRE-DETAIL-REMISE

                            MOVE "E" TO VE-STATUT
                            REWRITE ENREGISTREMENT-VIREXT
                                INVALID KEY
                                    DISPLAY "Erreur lors de la mise "
                                            "a jour du virement "
                                            VE-NUMORDRE
                            END-REWRITE

                            ADD 1 TO NB-VIREXT-EMIS
                            ADD MONTANT TO TOTAL-VIREXT-EMIS
                    END-REWRITE
                END-IF
            END-IF
    END-READ.

*> Ecrit la ligne de detail d'un paiement emis dans la remise

ECRIRE-DETAIL-REMISE.
    MOVE MONTANT TO MONTANT-AFF

    MOVE SPACES TO LIGNE-VIREXT
    STRING FUNCTION TRIM(VE-BANQUE)
           ";"
           FUNCTION TRIM(VE-REFERENCE)
           ";"
           VE-COMPTE-SOURCE
           ";"
           FUNCTION TRIM(MONTANT-AFF)
    INTO LIGNE-VIREXT
    END-STRING
    WRITE ENREGISTREMENT-FVIREXT FROM LIGNE-VIREXT.

*> Traitement du fichier de retour de la banque beneficiaire : chaque
*> ligne (NumOrdre;Motif) designe un paiement emis qui a ete rejete ;
*> le compte source est re-credite, le mouvement journalise sous le
*> type VIR-REJ et l'ordre marque rejete ; le controle d'execution,
*> cle par nom de fichier, interdit d'appliquer deux fois le meme
*> retour

TRAITEMENT-RETOURS-EXTERNES.
    MOVE FUNCTION TRIM(ARGUMENT-COMMANDE) TO NOM-FICHIER-RETOUR

    IF NOM-FICHIER-RETOUR = SPACES
        DISPLAY "Usage : banque RETOUREXT fichier"
        DISPLAY "Exemple : banque RETOUREXT Retour-20260902.txt"
    ELSE
        MOVE SPACES TO FS-RETOUR
        OPEN INPUT FICHIER-RETOUR

        IF FS-RETOUR NOT = "00"
            DISPLAY "Fichier de retour "
                    FUNCTION TRIM(NOM-FICHIER-RETOUR)
                    " introuvable (" FS-RETOUR ")."
        ELSE
            CLOSE FICHIER-RETOUR
            PERFORM APPLIQUER-RETOURS-EXTERNES
        END-IF
    END-IF.

*> Applique le fichier de retour controle, sous verrou et sous
*> controle d'execution

APPLIQUER-RETOURS-EXTERNES.
    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        MOVE "RETOUREXT" TO CONTROLE-BATCH-NOM
        MOVE SPACES TO CONTROLE-PERIODE
        MOVE NOM-FICHIER-RETOUR(1:30) TO CONTROLE-FICHIER
        PERFORM DEMARRER-CONTROLE-BATCH

        IF BATCH-AUTORISE = "Y"
            MOVE 0 TO NB-RETOURS-CREDITES
            MOVE 0 TO NB-RETOURS-IGNORES
            MOVE 0 TO NUMERO-LIGNE-RETOUR
            MOVE "N" TO EOF-FLAG-RETOUR

            OPEN INPUT FICHIER-RETOUR
            OPEN I-O VIREMENT-EXTERNE
            OPEN I-O COMPTE

            PERFORM UNTIL EOF-FLAG-RETOUR = "Y"
                READ FICHIER-RETOUR INTO LIGNE-RETOUR
                    AT END
                        MOVE "Y" TO EOF-FLAG-RETOUR
                    NOT AT END
                        IF LIGNE-RETOUR NOT = SPACES
                            ADD 1 TO NUMERO-LIGNE-RETOUR

                            IF NUMERO-LIGNE-RETOUR
                               > CHECKPOINT-REPRISE
                                PERFORM APPLIQUER-UN-RETOUR

                                MOVE NUMERO-LIGNE-RETOUR
                                  TO CHECKPOINT-COURANT
                                PERFORM POINTER-CONTROLE-BATCH
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE COMPTE
            CLOSE VIREMENT-EXTERNE
            CLOSE FICHIER-RETOUR
            PERFORM TERMINER-CONTROLE-BATCH

            DISPLAY "Traitement du fichier de retour termine."
            DISPLAY "Paiements re-credites : " NB-RETOURS-CREDITES
            DISPLAY "Lignes ignorees       : " NB-RETOURS-IGNORES
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Applique une ligne du fichier de retour : l'ordre doit exister et
*> avoir ete emis, sinon la ligne est ignoree et signalee

APPLIQUER-UN-RETOUR.
    MOVE SPACES TO RETOUR-NUMORDRE-TXT
    MOVE SPACES TO RETOUR-MOTIF

    UNSTRING LIGNE-RETOUR
        DELIMITED BY ";"
        INTO RETOUR-NUMORDRE-TXT
             RETOUR-MOTIF
    END-UNSTRING

    IF RETOUR-NUMORDRE-TXT IS NOT NUMERIC
        ADD 1 TO NB-RETOURS-IGNORES
        DISPLAY "Ligne de retour invalide : "
                FUNCTION TRIM(LIGNE-RETOUR)
    ELSE
        MOVE FUNCTION NUMVAL(RETOUR-NUMORDRE-TXT) TO VE-NUMORDRE
        READ VIREMENT-EXTERNE
            INVALID KEY
                ADD 1 TO NB-RETOURS-IGNORES
                DISPLAY "Retour ignore : ordre "
                        FUNCTION TRIM(RETOUR-NUMORDRE-TXT)
                        " inconnu."
            NOT INVALID KEY
                IF VE-STATUT NOT = "E"
                    ADD 1 TO NB-RETOURS-IGNORES
                    DISPLAY "Retour ignore : l'ordre " VE-NUMORDRE
                            " n'est pas au statut emis."
                ELSE
                    PERFORM RECREDITER-VIREMENT-EXTERNE
                END-IF
        END-READ
    END-IF.

*> Re-credite le compte source d'un paiement rejete, marque l'ordre
*> rejete et en avise le client ; un compte source disparu
*> entre-temps est signale pour traitement manuel

RECREDITER-VIREMENT-EXTERNE.
    MOVE VE-COMPTE-SOURCE TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            ADD 1 TO NB-RETOURS-IGNORES
            DISPLAY "Retour non applique : le compte "
                    VE-COMPTE-SOURCE " de l'ordre " VE-NUMORDRE
                    " n'existe plus."
        NOT INVALID KEY
            MOVE EC-SOLDE TO SOLDE-AVANT
            MOVE VE-MONTANT TO MONTANT
            ADD MONTANT TO EC-SOLDE

            REWRITE ENREGISTREMENT-COMPTE
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour du compte."
                NOT INVALID KEY
                    MOVE "VIR-REJ" TO TYPE-MOUVEMENT
                    PERFORM ECRIRE-MOUVEMENT

                    MOVE "R" TO VE-STATUT
                    REWRITE ENREGISTREMENT-VIREXT
                        INVALID KEY
                            DISPLAY "Erreur lors de la mise a jour "
                                    "du virement " VE-NUMORDRE
                    END-REWRITE

                    ADD 1 TO NB-RETOURS-CREDITES

                    *> Avis au client du paiement retourne
                    MOVE "VIR-RETOUR" TO TYPE-AVIS
                    MOVE EC-NUMCLIENT TO NUMCLIENT-AVIS
                    MOVE VE-COMPTE-SOURCE TO NUMCOMPTE-AVIS
                    MOVE VE-MONTANT TO MONTANT-AVIS
                    MOVE SPACES TO DETAIL-AVIS
                    STRING "Ordre " VE-NUMORDRE " : "
                           FUNCTION TRIM(RETOUR-MOTIF)
                    INTO DETAIL-AVIS
                    END-STRING
                    PERFORM ENREGISTRER-AVIS
            END-REWRITE
    END-READ.

*> Declaration quotidienne des mouvements d'especes : relit les
*> lignes du jour du journal et declare dans un fichier date tout
*> depot ou retrait au-dela du seuil parametre (fichier parametre,
*> cle SEUIL-DECL), ainsi que tout compte dont le cumul d'especes du
*> jour franchit ce seuil en plusieurs operations plus petites ;
*> chaque ligne declaree porte le compte, le titulaire, le montant et
*> le guichetier qui a opere

TRAITEMENT-DECLARATIONS.
    MOVE "SEUIL-DECL" TO PARAMETRE-CLE-LU
    PERFORM LIRE-PARAMETRE
    MOVE VALEUR-PARAMETRE TO SEUIL-DECLARATION

    IF PARAMETRE-TROUVE = "N" OR SEUIL-DECLARATION = 0
        DISPLAY "Declaration impossible : le parametre SEUIL-DECL "
                "est absent ou nul."
    ELSE
        PERFORM PRODUIRE-DECLARATIONS
    END-IF.

*> Corps de la declaration, une fois le seuil lu : un premier passage
*> sur le journal declare les operations unitaires au-dela du seuil
*> et cumule les especes du jour par compte, puis les cumuls qui
*> franchissent le seuil en plusieurs operations sont declares

PRODUIRE-DECLARATIONS.
    ACCEPT DATE-DECLARATION FROM DATE YYYYMMDD
    MOVE DATE-DECLARATION TO DATE-DECLARATION-TXT

    MOVE 0 TO NB-DECLARATIONS
    MOVE 0 TO NB-CUMULS-DECL
    MOVE "N" TO EOF-FLAG-MOUVEMENTS

    *> Constitution du fichier : DECLARATIONS-AAAAMMJJ.txt
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "DECLARATIONS-" DATE-DECLARATION ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    OPEN OUTPUT RAPPORT

    MOVE SEUIL-DECLARATION TO VALEUR-PARAM-AFF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "DECLARATIONS D'ESPECES DU " DATE-DECLARATION
           " - SEUIL " FUNCTION TRIM(VALEUR-PARAM-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE "NumCompte;Titulaire;Nature;Montant;Operateur;Horodatage"
      TO LIGNE-RAPPORT
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    *> Seuls les mouvements du jour sont lus, par la cle horodatage
    *> du fichier indexe des mouvements
    MOVE "N" TO EOF-FLAG-MVT-INDEXE

    OPEN INPUT MOUVEMENT-INDEXE

    MOVE DATE-DECLARATION-TXT TO MI-HORODATAGE
    START MOUVEMENT-INDEXE KEY >= MI-HORODATAGE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-MVT-INDEXE
    END-START

    PERFORM UNTIL EOF-FLAG-MVT-INDEXE = "Y"
        PERFORM LIRE-MVT-INDEXE-SUIVANT
        IF EOF-FLAG-MVT-INDEXE = "N"
            IF MI-HORODATAGE(1:8) NOT = DATE-DECLARATION-TXT
                MOVE "Y" TO EOF-FLAG-MVT-INDEXE
            ELSE
                IF FUNCTION TRIM(MVT-TYPE) = "DEPOT"
                   OR FUNCTION TRIM(MVT-TYPE) = "RETRAIT"
                    PERFORM EXAMINER-MOUVEMENT-DECLARABLE
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE MOUVEMENT-INDEXE

    PERFORM DECLARER-CUMULS-FRANCHIS

    IF NB-DECLARATIONS = 0
        MOVE "Aucun mouvement declarable ce jour." TO LIGNE-RAPPORT
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-IF

    CLOSE RAPPORT

    DISPLAY "Declaration des mouvements d'especes terminee."
    DISPLAY "Lignes declarees : " NB-DECLARATIONS
    DISPLAY "Fichier produit  : " FUNCTION TRIM(NOM-FICHIER-RAPPORT).

*> Examine un depot ou retrait d'especes du jour : une operation
*> au-dela du seuil est declaree sur-le-champ, et toutes alimentent
*> le cumul du jour de leur compte

EXAMINER-MOUVEMENT-DECLARABLE.
    IF FUNCTION NUMVAL(MVT-MONTANT-TXT) > SEUIL-DECLARATION
        PERFORM LIRE-TITULAIRE-DECLARE

        MOVE SPACES TO LIGNE-RAPPORT
        STRING MVT-NUMCOMPTE-TXT
               ";"
               FUNCTION TRIM(TITULAIRE-DECLARE)
               ";"
               FUNCTION TRIM(MVT-TYPE)
               ";"
               FUNCTION TRIM(MVT-MONTANT-TXT)
               ";"
               MVT-OPERATEUR
               ";"
               MVT-HORODATAGE
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

        ADD 1 TO NB-DECLARATIONS
    END-IF

    PERFORM CUMULER-ESPECES-COMPTE.

*> Ajoute le mouvement courant au cumul d'especes du jour de son
*> compte

CUMULER-ESPECES-COMPTE.
    MOVE "N" TO CUMUL-DECL-TROUVE

    PERFORM VARYING INDICE-CUMUL-DECL FROM 1 BY 1
            UNTIL INDICE-CUMUL-DECL > NB-CUMULS-DECL
        IF DC-NUMCOMPTE(INDICE-CUMUL-DECL) = MVT-NUMCOMPTE-TXT
            MOVE "Y" TO CUMUL-DECL-TROUVE
            ADD FUNCTION NUMVAL(MVT-MONTANT-TXT)
              TO DC-TOTAL(INDICE-CUMUL-DECL)
            ADD 1 TO DC-NB-OPERATIONS(INDICE-CUMUL-DECL)
        END-IF
    END-PERFORM

    IF CUMUL-DECL-TROUVE = "N"
        IF NB-CUMULS-DECL < 500
            ADD 1 TO NB-CUMULS-DECL
            MOVE MVT-NUMCOMPTE-TXT
              TO DC-NUMCOMPTE(NB-CUMULS-DECL)
            MOVE FUNCTION NUMVAL(MVT-MONTANT-TXT)
              TO DC-TOTAL(NB-CUMULS-DECL)
            MOVE 1 TO DC-NB-OPERATIONS(NB-CUMULS-DECL)
        ELSE
            DISPLAY "ATTENTION : compte " MVT-NUMCOMPTE-TXT
                    " ignore, table des cumuls pleine."
        END-IF
    END-IF.

*> Declare les comptes dont le cumul d'especes du jour franchit le
*> seuil en plusieurs operations ; un compte dont une seule grosse
*> operation a deja ete declaree unitairement n'est pas redouble

DECLARER-CUMULS-FRANCHIS.
    PERFORM VARYING INDICE-CUMUL-DECL FROM 1 BY 1
            UNTIL INDICE-CUMUL-DECL > NB-CUMULS-DECL
        IF DC-TOTAL(INDICE-CUMUL-DECL) > SEUIL-DECLARATION
           AND DC-NB-OPERATIONS(INDICE-CUMUL-DECL) > 1
            MOVE DC-NUMCOMPTE(INDICE-CUMUL-DECL)
              TO MVT-NUMCOMPTE-TXT
            PERFORM LIRE-TITULAIRE-DECLARE

            MOVE DC-TOTAL(INDICE-CUMUL-DECL) TO TOTAL-VIREXT-AFF

            MOVE SPACES TO LIGNE-RAPPORT
            STRING DC-NUMCOMPTE(INDICE-CUMUL-DECL)
                   ";"
                   FUNCTION TRIM(TITULAIRE-DECLARE)
                   ";CUMUL "
                   DC-NB-OPERATIONS(INDICE-CUMUL-DECL)
                   " OPERATIONS;"
                   FUNCTION TRIM(TOTAL-VIREXT-AFF)
                   ";;"
            INTO LIGNE-RAPPORT
            END-STRING
            WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

            ADD 1 TO NB-DECLARATIONS
        END-IF
    END-PERFORM.

*> Retrouve le titulaire du compte du mouvement courant pour la
*> declaration ; un compte ou un client disparu est signale tel quel

LIRE-TITULAIRE-DECLARE.
    MOVE SPACES TO TITULAIRE-DECLARE
    MOVE "N" TO COMPTE-TROUVE

    OPEN INPUT COMPTE

    MOVE FUNCTION NUMVAL(MVT-NUMCOMPTE-TXT) TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO COMPTE-TROUVE
    END-READ

    CLOSE COMPTE

    IF COMPTE-TROUVE = "Y"
        MOVE EC-NUMCLIENT TO NUMCLIENT-LU
        PERFORM LIRE-CLIENT-PAR-NUMERO

        MOVE SPACES TO TITULAIRE-DECLARE
        STRING FUNCTION TRIM(CLIENT-PRENOM)
               " "
               FUNCTION TRIM(CLIENT-NOM)
        INTO TITULAIRE-DECLARE
        END-STRING
    ELSE
        MOVE "COMPTE FERME" TO TITULAIRE-DECLARE
    END-IF.

*> Menu des prets personnels : octroi d'un pret, reserve au
*> superviseur, liste des prets d'un compte et consultation du
*> tableau d'amortissement d'un pret ; les echeances sont prelevees
*> chaque jour par le traitement par lots ECHEANCES

GERER-PRETS.
    MOVE "0" TO CHOIX-PRET

    PERFORM UNTIL CHOIX-PRET = "4"
        DISPLAY " PRETS PERSONNELS"
        DISPLAY "1. Accorder un pret"
        DISPLAY "2. Lister les prets d'un compte"
        DISPLAY "3. Tableau d'amortissement d'un pret"
        DISPLAY "4. Retour au menu principal"
        DISPLAY "Veuillez saisir votre choix : "

        ACCEPT CHOIX-PRET

        EVALUATE CHOIX-PRET
            WHEN "1"
                PERFORM ACCORDER-PRET
            WHEN "2"
                PERFORM LISTER-PRETS-COMPTE
            WHEN "3"
                PERFORM AFFICHER-ECHEANCIER-PRET
            WHEN "4"
                CONTINUE
            WHEN OTHER
                DISPLAY "CHOIX INVALIDE"
        END-EVALUATE
    END-PERFORM.

*> Octroi d'un pret personnel, reserve au superviseur

ACCORDER-PRET.
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Operation refusee : l'octroi d'un pret est reserve "
                "au superviseur."
    ELSE
        PERFORM ACCORDER-PRET-AUTORISE
    END-IF.

*> Corps de l'octroi d'un pret, une fois l'habilitation du guichetier
*> verifiee : le compte doit etre actif, les conditions du pret sont
*> saisies, la mensualite constante est calculee, puis le pret et son
*> tableau d'amortissement sont enregistres et le capital est verse
*> sur le compte par un mouvement DEBLOCAGE

ACCORDER-PRET-AUTORISE.
    DISPLAY "Numero du compte de l'emprunteur : "
    ACCEPT NUMCOMPTE-SAISI

    PERFORM CONTROLER-COMPTE-PRET

    IF PRET-ACCORDABLE = "Y"
        PERFORM SAISIR-CONDITIONS-PRET
        PERFORM CALCULER-MENSUALITE-PRET

        PERFORM ACQUERIR-VERROU-COMPTE

        IF VERROU-OBTENU = "Y"
            PERFORM CALCULER-PROCHAIN-NUMPRET
            PERFORM ENREGISTRER-PRET

            IF PRET-ACCORDABLE = "Y"
                PERFORM ETABLIR-ECHEANCIER-PRET
                PERFORM VERSER-CAPITAL-PRET

                *> Consigne l'octroi dans l'audit
                MOVE CAPITAL-SAISI TO CAPITAL-AFF
                MOVE TAUX-PRET-SAISI TO TAUX-AFF
                MOVE "PRET" TO AUDIT-OBJET
                MOVE PROCHAIN-NUMPRET TO AUDIT-CLE
                MOVE "NOUVEAU" TO AUDIT-AVANT
                MOVE SPACES TO AUDIT-APRES
                STRING "cpt=" NUMCOMPTE-SAISI
                       " cap=" FUNCTION TRIM(CAPITAL-AFF)
                       " tx=" TAUX-AFF
                       " duree=" DUREE-SAISIE
                       " 1re=" DATE-PREMIERE-SAISIE
                INTO AUDIT-APRES
                END-STRING
                PERFORM ECRIRE-AUDIT

                MOVE MENSUALITE-PRET TO MONTANT-AFF
                MOVE COUT-TOTAL-PRET TO COUT-TOTAL-AFF
                DISPLAY "Pret accorde, numero " PROCHAIN-NUMPRET
                DISPLAY "Mensualite           : "
                        FUNCTION TRIM(MONTANT-AFF)
                DISPLAY "Cout total du credit : "
                        FUNCTION TRIM(COUT-TOTAL-AFF)
                DISPLAY "Tableau d'amortissement : "
                        FUNCTION TRIM(NOM-FICHIER-RAPPORT)
            END-IF

            PERFORM LIBERER-VERROU-COMPTE
        END-IF
    END-IF.

*> Controle le compte de l'emprunteur : il doit exister et etre
*> actif (statut A ou a blanc), un compte bloque, gele ou inactif ne
*> recevant pas de nouveau credit ; le client titulaire devient
*> l'emprunteur

CONTROLER-COMPTE-PRET.
    MOVE "N" TO PRET-ACCORDABLE

    OPEN INPUT COMPTE

    MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            DISPLAY "Compte introuvable."
        NOT INVALID KEY
            IF EC-STATUT = "B" OR EC-STATUT = "G"
               OR EC-STATUT = "I"
                PERFORM TRADUIRE-STATUT-COMPTE
                DISPLAY "Octroi refuse : compte "
                        FUNCTION TRIM(LIBELLE-STATUT-CPT) "."
            ELSE
                MOVE "Y" TO PRET-ACCORDABLE
                MOVE EC-NUMCLIENT TO CLIENT-EMPRUNTEUR
            END-IF
    END-READ

    CLOSE COMPTE.

*> Saisit les conditions du pret, avec re-saisie de chaque valeur
*> tant qu'elle n'est pas acceptable : capital, taux annuel, duree en
*> mois et date de la premiere echeance, posterieure a ce jour

SAISIR-CONDITIONS-PRET.
    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Capital emprunte : "
        ACCEPT CAPITAL-SAISI

        IF CAPITAL-SAISI <= 0
            DISPLAY "Le capital doit etre superieur a zero."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Taux annuel (ex. 0.0590 pour 5,90 %) : "
        ACCEPT TAUX-PRET-SAISI

        IF TAUX-PRET-SAISI > 0.2500
            DISPLAY "Le taux annuel ne peut depasser 0.2500."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Duree en mois (1 a 360) : "
        ACCEPT DUREE-SAISIE

        IF DUREE-SAISIE < 1 OR DUREE-SAISIE > 360
            DISPLAY "Veuillez saisir une duree de 1 a 360 mois."
        ELSE
            MOVE "Y" TO SAISIE-VALIDE
        END-IF
    END-PERFORM

    ACCEPT DATE-SYS FROM DATE YYYYMMDD

    MOVE "N" TO SAISIE-VALIDE
    PERFORM UNTIL SAISIE-VALIDE = "Y"
        DISPLAY "Date de la premiere echeance (AAAAMMJJ) : "
        ACCEPT DATE-PREMIERE-SAISIE

        COMPUTE JOUR-PREMIERE-ECHEANCE =
            FUNCTION MOD(DATE-PREMIERE-SAISIE, 100)
        COMPUTE MOIS-PREMIERE-ECHEANCE =
            FUNCTION MOD(FUNCTION INTEGER(DATE-PREMIERE-SAISIE / 100),
                         100)
        COMPUTE ANNEE-PREMIERE-ECHEANCE =
            FUNCTION INTEGER(DATE-PREMIERE-SAISIE / 10000)

        IF MOIS-PREMIERE-ECHEANCE < 1 OR MOIS-PREMIERE-ECHEANCE > 12
           OR JOUR-PREMIERE-ECHEANCE < 1
           OR JOUR-PREMIERE-ECHEANCE > 31
            DISPLAY "Veuillez saisir une date AAAAMMJJ."
        ELSE
            IF DATE-PREMIERE-SAISIE <= DATE-SYS
                DISPLAY "La premiere echeance doit etre posterieure "
                        "a ce jour."
            ELSE
                MOVE "Y" TO SAISIE-VALIDE
            END-IF
        END-IF
    END-PERFORM.

*> Calcule la mensualite constante du pret : capital x t x (1+t)^n /
*> ((1+t)^n - 1), t etant le taux mensuel (taux annuel / 12) et n la
*> duree en mois ; un pret sans interet est rembourse par parts
*> egales. L'arrondi au centime est repris sur la derniere echeance

CALCULER-MENSUALITE-PRET.
    COMPUTE TAUX-MENSUEL-PRET ROUNDED = TAUX-PRET-SAISI / 12

    IF TAUX-MENSUEL-PRET = 0
        COMPUTE MENSUALITE-PRET ROUNDED = CAPITAL-SAISI / DUREE-SAISIE
    ELSE
        COMPUTE FACTEUR-PRET ROUNDED =
            (1 + TAUX-MENSUEL-PRET) ** DUREE-SAISIE
        COMPUTE MENSUALITE-PRET ROUNDED =
            CAPITAL-SAISI * TAUX-MENSUEL-PRET * FACTEUR-PRET
            / (FACTEUR-PRET - 1)
    END-IF.

*> Determine le prochain numero de pret disponible, a partir du plus
*> grand numero deja attribue dans le fichier

CALCULER-PROCHAIN-NUMPRET.
    MOVE "N" TO EOF-FLAG-PRET
    MOVE 0 TO PROCHAIN-NUMPRET

    OPEN INPUT PRET

    PERFORM UNTIL EOF-FLAG-PRET = "Y"
        READ PRET NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-PRET
            NOT AT END
                IF PR-NUMPRET > PROCHAIN-NUMPRET
                    MOVE PR-NUMPRET TO PROCHAIN-NUMPRET
                END-IF
        END-READ
    END-PERFORM

    CLOSE PRET

    ADD 1 TO PROCHAIN-NUMPRET.

*> Enregistre le pret sous le prochain numero ; un echec d'ecriture
*> remet PRET-ACCORDABLE a N pour que rien d'autre ne soit fait

ENREGISTRER-PRET.
    ACCEPT DATE-SYS FROM DATE YYYYMMDD

    OPEN I-O PRET

    MOVE PROCHAIN-NUMPRET TO PR-NUMPRET
    MOVE NUMCOMPTE-SAISI TO PR-NUMCOMPTE
    MOVE CLIENT-EMPRUNTEUR TO PR-NUMCLIENT
    MOVE CAPITAL-SAISI TO PR-CAPITAL
    MOVE TAUX-PRET-SAISI TO PR-TAUX-ANNUEL
    MOVE DUREE-SAISIE TO PR-DUREE
    MOVE DATE-PREMIERE-SAISIE TO PR-DATE-PREMIERE
    MOVE DATE-SYS TO PR-DATE-OCTROI
    MOVE MENSUALITE-PRET TO PR-MENSUALITE
    MOVE "A" TO PR-STATUT

    WRITE ENREGISTREMENT-PRET
        INVALID KEY
            MOVE "N" TO PRET-ACCORDABLE
            DISPLAY "Erreur : numero de pret deja utilise."
    END-WRITE

    CLOSE PRET.

*> Etablit le tableau d'amortissement du pret : une echeance par mois
*> dans le fichier des echeances, et la meme chose dans le fichier
*> ECHEANCIER-NumPret.txt remis a l'emprunteur

ETABLIR-ECHEANCIER-PRET.
    MOVE CAPITAL-SAISI TO CAPITAL-RESTANT
    MOVE 0 TO COUT-TOTAL-PRET

    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "ECHEANCIER-" PROCHAIN-NUMPRET ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    OPEN OUTPUT RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "TABLEAU D'AMORTISSEMENT DU PRET " PROCHAIN-NUMPRET
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE CLIENT-EMPRUNTEUR TO NUMCLIENT-LU
    PERFORM LIRE-CLIENT-PAR-NUMERO

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "Compte : " NUMCOMPTE-SAISI
           " - Emprunteur : " FUNCTION TRIM(CLIENT-PRENOM)
           " " FUNCTION TRIM(CLIENT-NOM)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE CAPITAL-SAISI TO CAPITAL-AFF
    MOVE TAUX-PRET-SAISI TO TAUX-AFF
    MOVE MENSUALITE-PRET TO MONTANT-AFF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "Capital : " FUNCTION TRIM(CAPITAL-AFF)
           " - Taux annuel : " TAUX-AFF
           " - Duree : " DUREE-SAISIE " mois"
           " - Mensualite : " FUNCTION TRIM(MONTANT-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE "Echeance;Date;Montant;Capital;Interet;CapitalRestant"
      TO LIGNE-RAPPORT
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    OPEN I-O ECHEANCIER

    PERFORM VARYING NUMERO-ECHEANCE FROM 1 BY 1
            UNTIL NUMERO-ECHEANCE > DUREE-SAISIE
        PERFORM ETABLIR-UNE-ECHEANCE
    END-PERFORM

    CLOSE ECHEANCIER

    MOVE COUT-TOTAL-PRET TO COUT-TOTAL-AFF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "Cout total des interets : " FUNCTION TRIM(COUT-TOTAL-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    CLOSE RAPPORT.

*> Calcule et enregistre l'echeance de rang NUMERO-ECHEANCE : interet
*> du mois sur le capital restant du, le reste de la mensualite
*> amortissant le capital ; la derniere echeance solde le capital
*> restant, arrondis compris

ETABLIR-UNE-ECHEANCE.
    COMPUTE INTERET-ECHEANCE ROUNDED =
        CAPITAL-RESTANT * TAUX-MENSUEL-PRET

    IF NUMERO-ECHEANCE = DUREE-SAISIE
        MOVE CAPITAL-RESTANT TO CAPITAL-ECHEANCE
    ELSE
        COMPUTE CAPITAL-ECHEANCE = MENSUALITE-PRET - INTERET-ECHEANCE
        IF CAPITAL-ECHEANCE > CAPITAL-RESTANT
            MOVE CAPITAL-RESTANT TO CAPITAL-ECHEANCE
        END-IF
    END-IF

    SUBTRACT CAPITAL-ECHEANCE FROM CAPITAL-RESTANT
    ADD INTERET-ECHEANCE TO COUT-TOTAL-PRET

    PERFORM CALCULER-DATE-ECHEANCE

    MOVE PROCHAIN-NUMPRET TO EH-NUMPRET
    MOVE NUMERO-ECHEANCE TO EH-NUMECH
    MOVE DATE-ECHEANCE-CALCULEE TO EH-DATE-ECHEANCE
    COMPUTE EH-MONTANT = CAPITAL-ECHEANCE + INTERET-ECHEANCE
    MOVE CAPITAL-ECHEANCE TO EH-CAPITAL
    MOVE INTERET-ECHEANCE TO EH-INTERET
    MOVE CAPITAL-RESTANT TO EH-RESTANT
    MOVE "A" TO EH-STATUT
    MOVE 0 TO EH-DATE-PAIEMENT
    MOVE 0 TO EH-NUMMVT

    WRITE ENREGISTREMENT-ECHEANCE
        INVALID KEY
            DISPLAY "Erreur lors de l'enregistrement de l'echeance "
                    NUMERO-ECHEANCE
    END-WRITE

    PERFORM ECRIRE-LIGNE-ECHEANCIER.

*> Date de l'echeance de rang NUMERO-ECHEANCE : meme jour que la
*> premiere echeance, NUMERO-ECHEANCE - 1 mois plus tard, ramene au
*> dernier jour des mois plus courts

CALCULER-DATE-ECHEANCE.
    COMPUTE RANG-MOIS-ECHEANCE =
        ANNEE-PREMIERE-ECHEANCE * 12 + MOIS-PREMIERE-ECHEANCE
        + NUMERO-ECHEANCE - 2
    COMPUTE ANNEE-EXECUTION =
        FUNCTION INTEGER(RANG-MOIS-ECHEANCE / 12)
    COMPUTE MOIS-EXECUTION =
        FUNCTION MOD(RANG-MOIS-ECHEANCE, 12) + 1
    PERFORM CALCULER-DERNIER-JOUR-MOIS

    IF JOUR-PREMIERE-ECHEANCE > DERNIER-JOUR-MOIS
        COMPUTE DATE-ECHEANCE-CALCULEE =
            ANNEE-EXECUTION * 10000 + MOIS-EXECUTION * 100
            + DERNIER-JOUR-MOIS
    ELSE
        COMPUTE DATE-ECHEANCE-CALCULEE =
            ANNEE-EXECUTION * 10000 + MOIS-EXECUTION * 100
            + JOUR-PREMIERE-ECHEANCE
    END-IF.

*> Ecrit l'echeance courante dans le tableau d'amortissement remis a
*> l'emprunteur

ECRIRE-LIGNE-ECHEANCIER.
    MOVE EH-MONTANT TO MONTANT-AFF
    MOVE EH-CAPITAL TO CAPITAL-AFF
    MOVE EH-INTERET TO INTERET-AFF
    MOVE EH-RESTANT TO RESTANT-AFF

    MOVE SPACES TO LIGNE-RAPPORT
    STRING EH-NUMECH
           ";"
           EH-DATE-ECHEANCE
           ";"
           FUNCTION TRIM(MONTANT-AFF)
           ";"
           FUNCTION TRIM(CAPITAL-AFF)
           ";"
           FUNCTION TRIM(INTERET-AFF)
           ";"
           FUNCTION TRIM(RESTANT-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT.

*> Verse le capital du pret sur le compte de l'emprunteur et
*> journalise le versement (DEBLOCAGE), avec le numero du pret en
*> complement

VERSER-CAPITAL-PRET.
    OPEN I-O COMPTE

    MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            DISPLAY "Erreur : compte de l'emprunteur introuvable."
        NOT INVALID KEY
            MOVE EC-SOLDE TO SOLDE-AVANT
            ADD CAPITAL-SAISI TO EC-SOLDE

            REWRITE ENREGISTREMENT-COMPTE
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour du compte."
                NOT INVALID KEY
                    MOVE CAPITAL-SAISI TO MONTANT
                    MOVE "DEBLOCAGE" TO TYPE-MOUVEMENT
                    MOVE PROCHAIN-NUMPRET TO COMPLEMENT-MOUVEMENT
                    PERFORM ECRIRE-MOUVEMENT
            END-REWRITE
    END-READ

    CLOSE COMPTE.

*> Affiche les prets d'un compte, retrouves par la cle secondaire
*> sur le numero de compte

LISTER-PRETS-COMPTE.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    MOVE "N" TO EOF-FLAG-PRET
    MOVE 0 TO NB-PRETS-TROUVES

    OPEN INPUT PRET

    MOVE NUMCOMPTE-SAISI TO PR-NUMCOMPTE
    START PRET KEY = PR-NUMCOMPTE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-PRET
    END-START

    PERFORM UNTIL EOF-FLAG-PRET = "Y"
        READ PRET NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-PRET
            NOT AT END
                IF PR-NUMCOMPTE = NUMCOMPTE-SAISI
                    ADD 1 TO NB-PRETS-TROUVES
                    PERFORM AFFICHER-PRET
                ELSE
                    MOVE "Y" TO EOF-FLAG-PRET
                END-IF
        END-READ
    END-PERFORM

    CLOSE PRET

    IF NB-PRETS-TROUVES = 0
        DISPLAY "Aucun pret pour ce compte."
    END-IF.

*> Affiche le pret courant du fichier des prets

AFFICHER-PRET.
    PERFORM TRADUIRE-STATUT-PRET
    MOVE PR-CAPITAL TO CAPITAL-AFF
    MOVE PR-MENSUALITE TO MONTANT-AFF
    MOVE PR-TAUX-ANNUEL TO TAUX-AFF

    DISPLAY "Pret : " PR-NUMPRET
            " | Compte : " PR-NUMCOMPTE
            " | Capital : " FUNCTION TRIM(CAPITAL-AFF)
            " | Taux : " TAUX-AFF
            " | Duree : " PR-DUREE
            " | Mensualite : " FUNCTION TRIM(MONTANT-AFF)
            " | Octroi : " PR-DATE-OCTROI
            " | Statut : " FUNCTION TRIM(LIBELLE-STATUT-PRET).

*> Libelle du statut du pret courant

TRADUIRE-STATUT-PRET.
    EVALUATE PR-STATUT
        WHEN "A"
            MOVE "En cours" TO LIBELLE-STATUT-PRET
        WHEN "R"
            MOVE "En retard" TO LIBELLE-STATUT-PRET
        WHEN "S"
            MOVE "Solde" TO LIBELLE-STATUT-PRET
        WHEN OTHER
            MOVE "?" TO LIBELLE-STATUT-PRET
    END-EVALUATE.

*> Affiche le tableau d'amortissement d'un pret avec l'etat de
*> chaque echeance

AFFICHER-ECHEANCIER-PRET.
    DISPLAY "Numero du pret : "
    ACCEPT NUMPRET-SAISI

    OPEN INPUT PRET

    MOVE NUMPRET-SAISI TO PR-NUMPRET
    READ PRET
        INVALID KEY
            DISPLAY "Pret introuvable."
        NOT INVALID KEY
            PERFORM AFFICHER-PRET
            PERFORM AFFICHER-ECHEANCES-PRET
    END-READ

    CLOSE PRET.

*> Affiche les echeances du pret courant, dans l'ordre de leur rang

AFFICHER-ECHEANCES-PRET.
    MOVE "N" TO EOF-FLAG-ECHEANCE

    OPEN INPUT ECHEANCIER

    MOVE PR-NUMPRET TO EH-NUMPRET
    MOVE 0 TO EH-NUMECH
    START ECHEANCIER KEY > EH-CLE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-ECHEANCE
    END-START

    PERFORM UNTIL EOF-FLAG-ECHEANCE = "Y"
        READ ECHEANCIER NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-ECHEANCE
            NOT AT END
                IF EH-NUMPRET NOT = PR-NUMPRET
                    MOVE "Y" TO EOF-FLAG-ECHEANCE
                ELSE
                    PERFORM AFFICHER-UNE-ECHEANCE
                END-IF
        END-READ
    END-PERFORM

    CLOSE ECHEANCIER.

*> Affiche l'echeance courante du fichier des echeances

AFFICHER-UNE-ECHEANCE.
    EVALUATE EH-STATUT
        WHEN "A"
            MOVE "A venir" TO LIBELLE-STATUT-ECHEANCE
        WHEN "P"
            MOVE "Payee" TO LIBELLE-STATUT-ECHEANCE
        WHEN "I"
            MOVE "IMPAYEE" TO LIBELLE-STATUT-ECHEANCE
        WHEN OTHER
            MOVE "?" TO LIBELLE-STATUT-ECHEANCE
    END-EVALUATE

    MOVE EH-MONTANT TO MONTANT-AFF
    MOVE EH-CAPITAL TO CAPITAL-AFF
    MOVE EH-INTERET TO INTERET-AFF
    MOVE EH-RESTANT TO RESTANT-AFF

    DISPLAY "  " EH-NUMECH
            " | " EH-DATE-ECHEANCE
            " | Montant : " FUNCTION TRIM(MONTANT-AFF)
            " | Capital : " FUNCTION TRIM(CAPITAL-AFF)
            " | Interet : " FUNCTION TRIM(INTERET-AFF)
            " | Restant du : " FUNCTION TRIM(RESTANT-AFF)
            " | " FUNCTION TRIM(LIBELLE-STATUT-ECHEANCE).

*> Traitement quotidien des echeances de prets : chaque echeance
*> arrivee a terme et non encore payee (a venir ou deja impayee) est
*> prelevee sur le compte de l'emprunteur par un mouvement ECHEANCE,
*> dans la limite du solde disponible (solde minimum du produit
*> diminue du decouvert autorise) ; un compte bloque ou gele, ou une
*> provision insuffisante, laisse l'echeance impayee, le pret passe
*> en retard et l'impaye est repris dans le rapport date
*> IMPAYES-AAAAMMJJ.txt, puis represente les jours suivants

TRAITEMENT-ECHEANCES-PRETS.
    ACCEPT DATE-ECHEANCES FROM DATE YYYYMMDD

    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        *> Controle d'execution : une seule execution par jour, avec
        *> reprise au-dela du dernier pret traite si l'execution
        *> precedente a ete interrompue
        MOVE DATE-ECHEANCES TO DATE-CONTROLE-TXT
        MOVE "ECHEANCES" TO CONTROLE-BATCH-NOM
        MOVE DATE-CONTROLE-TXT TO CONTROLE-PERIODE
        MOVE SPACES TO CONTROLE-FICHIER
        PERFORM DEMARRER-CONTROLE-BATCH

        IF BATCH-AUTORISE = "Y"
            MOVE 0 TO NB-ECHEANCES-PAYEES
            MOVE 0 TO NB-ECHEANCES-IMPAYEES
            MOVE 0 TO NB-PRETS-SOLDES
            MOVE 0 TO TOTAL-ECHEANCES-PAYEES
            MOVE 0 TO TOTAL-ECHEANCES-IMPAYEES

            *> Rapport des impayes du jour ; en reprise, le rapport de
            *> l'execution interrompue est complete plutot qu'ecrase
            MOVE SPACES TO NOM-FICHIER-RAPPORT
            STRING "IMPAYES-" DATE-ECHEANCES ".txt"
            INTO NOM-FICHIER-RAPPORT
            END-STRING

            IF REPRISE-BATCH = "Y"
                OPEN EXTEND RAPPORT
            ELSE
                OPEN OUTPUT RAPPORT

                MOVE SPACES TO LIGNE-RAPPORT
                STRING "ECHEANCES DE PRETS IMPAYEES AU " DATE-ECHEANCES
                INTO LIGNE-RAPPORT
                END-STRING
                WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

                MOVE "NumPret;Compte;Echeance;DateEcheance;Montant;Motif"
                  TO LIGNE-RAPPORT
                WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
            END-IF

            MOVE "N" TO EOF-FLAG-PRET

            OPEN I-O PRET
            OPEN I-O ECHEANCIER
            OPEN I-O COMPTE

            *> En reprise, les prets deja traites avant
            *> l'interruption ne doivent pas etre preleves une
            *> deuxieme fois
            IF REPRISE-BATCH = "Y"
                MOVE CHECKPOINT-REPRISE TO PR-NUMPRET
                START PRET KEY > PR-NUMPRET
                    INVALID KEY
                        MOVE "Y" TO EOF-FLAG-PRET
                END-START
            END-IF

            PERFORM UNTIL EOF-FLAG-PRET = "Y"
                READ PRET NEXT RECORD
                    AT END
                        MOVE "Y" TO EOF-FLAG-PRET
                    NOT AT END
                        PERFORM TRAITER-ECHEANCES-PRET
                END-READ
            END-PERFORM

            CLOSE COMPTE
            CLOSE ECHEANCIER
            CLOSE PRET
            PERFORM TERMINER-CONTROLE-BATCH

            *> Recapitulatif en fin de rapport
            MOVE TOTAL-ECHEANCES-IMPAYEES TO TOTAL-ECHEANCES-AFF
            MOVE SPACES TO LIGNE-RAPPORT
            STRING "Impayes : " NB-ECHEANCES-IMPAYEES
                   " - Montant impaye : "
                   FUNCTION TRIM(TOTAL-ECHEANCES-AFF)
            INTO LIGNE-RAPPORT
            END-STRING
            WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

            MOVE TOTAL-ECHEANCES-PAYEES TO TOTAL-ECHEANCES-AFF
            MOVE SPACES TO LIGNE-RAPPORT
            STRING "Echeances prelevees : " NB-ECHEANCES-PAYEES
                   " - Montant preleve : "
                   FUNCTION TRIM(TOTAL-ECHEANCES-AFF)
                   " - Prets soldes : " NB-PRETS-SOLDES
            INTO LIGNE-RAPPORT
            END-STRING
            WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

            CLOSE RAPPORT

            DISPLAY "Traitement des echeances de prets termine."
            DISPLAY "Echeances prelevees : " NB-ECHEANCES-PAYEES
            DISPLAY "Echeances impayees  : " NB-ECHEANCES-IMPAYEES
            DISPLAY "Prets soldes        : " NB-PRETS-SOLDES
            DISPLAY "Rapport genere      : "
                    FUNCTION TRIM(NOM-FICHIER-RAPPORT)
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Passe en revue les echeances du pret courant, preleve celles qui
*> sont dues, puis met a jour le statut du pret : solde quand toutes
*> ses echeances sont payees, en retard tant qu'il reste un impaye

TRAITER-ECHEANCES-PRET.
    IF PR-STATUT NOT = "S"
        MOVE 0 TO NB-ECHEANCES-RESTANTES
        MOVE 0 TO NB-IMPAYES-PRET
        MOVE "N" TO EOF-FLAG-ECHEANCE

        MOVE PR-NUMPRET TO EH-NUMPRET
        MOVE 0 TO EH-NUMECH
        START ECHEANCIER KEY > EH-CLE
            INVALID KEY
                MOVE "Y" TO EOF-FLAG-ECHEANCE
        END-START

        PERFORM UNTIL EOF-FLAG-ECHEANCE = "Y"
            READ ECHEANCIER NEXT RECORD
                AT END
                    MOVE "Y" TO EOF-FLAG-ECHEANCE
                NOT AT END
                    IF EH-NUMPRET NOT = PR-NUMPRET
                        MOVE "Y" TO EOF-FLAG-ECHEANCE
                    ELSE
                        PERFORM TRAITER-UNE-ECHEANCE
                    END-IF
            END-READ
        END-PERFORM

        EVALUATE TRUE
            WHEN NB-ECHEANCES-RESTANTES = 0
                MOVE "S" TO PR-STATUT
                ADD 1 TO NB-PRETS-SOLDES
            WHEN NB-IMPAYES-PRET > 0
                MOVE "R" TO PR-STATUT
            WHEN OTHER
                MOVE "A" TO PR-STATUT
        END-EVALUATE

        REWRITE ENREGISTREMENT-PRET
            INVALID KEY
                DISPLAY "Erreur lors de la mise a jour du pret "
                        PR-NUMPRET
        END-REWRITE
    END-IF

    *> Avancee du point de reprise, que le pret ait ete preleve ou
    *> non, pour qu'une reprise ne le retraite pas
    MOVE PR-NUMPRET TO CHECKPOINT-COURANT
    PERFORM POINTER-CONTROLE-BATCH.

*> Examine l'echeance courante : une echeance non payee arrivee a
*> terme est prelevee, et celles qui restent non payees sont
*> comptees pour le statut du pret

TRAITER-UNE-ECHEANCE.
    IF EH-STATUT NOT = "P"
        IF EH-DATE-ECHEANCE <= DATE-ECHEANCES
            PERFORM PRELEVER-ECHEANCE
        END-IF

        IF EH-STATUT NOT = "P"
            ADD 1 TO NB-ECHEANCES-RESTANTES
            IF EH-STATUT = "I"
                ADD 1 TO NB-IMPAYES-PRET
            END-IF
        END-IF
    END-IF.

*> Preleve l'echeance courante sur le compte de l'emprunteur, par le
*> meme controle qu'un retrait au guichet : statut du compte, puis
*> solde disponible

PRELEVER-ECHEANCE.
    MOVE PR-NUMCOMPTE TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            MOVE "compte introuvable" TO RESULTAT-ECHEANCE
            PERFORM MARQUER-ECHEANCE-IMPAYEE
        NOT INVALID KEY
            IF EC-STATUT = "B" OR EC-STATUT = "G"
                *> Un compte bloque au debit ou gele refuse le
                *> prelevement, et le refus est journalise
                MOVE "compte bloque ou gele" TO RESULTAT-ECHEANCE
                MOVE EC-NUMCOMPTE TO NUMCOMPTE-REFUSE
                MOVE EC-STATUT TO STATUT-REFUSE
                MOVE "ECHEANCE" TO OPERATION-REFUSEE
                MOVE EH-MONTANT TO MONTANT
                PERFORM ECRIRE-REFUS
                PERFORM MARQUER-ECHEANCE-IMPAYEE
            ELSE
                MOVE EC-TYPE TO CODE-PRODUIT-LU
                PERFORM LIRE-PRODUIT-PAR-CODE
                COMPUTE SOLDE-DISPONIBLE =
                    EC-SOLDE + EC-DECOUVERT - SOLDE-MIN-PRODUIT

                IF EH-MONTANT > SOLDE-DISPONIBLE
                    MOVE "provision insuffisante" TO RESULTAT-ECHEANCE
                    PERFORM MARQUER-ECHEANCE-IMPAYEE
                ELSE
                    PERFORM DEBITER-ECHEANCE-COMPTE
                END-IF
            END-IF
    END-READ.

*> Debite le compte courant de l'echeance courante, journalise le
*> prelevement (ECHEANCE, avec le numero du pret en complement) et
*> marque l'echeance payee

DEBITER-ECHEANCE-COMPTE.
    MOVE EC-SOLDE TO SOLDE-AVANT
    MOVE EH-MONTANT TO MONTANT
    SUBTRACT MONTANT FROM EC-SOLDE

    REWRITE ENREGISTREMENT-COMPTE
        INVALID KEY
            DISPLAY "Erreur lors de la mise a jour du compte."
    END-REWRITE

    MOVE "ECHEANCE" TO TYPE-MOUVEMENT
    MOVE PR-NUMPRET TO COMPLEMENT-MOUVEMENT
    PERFORM ECRIRE-MOUVEMENT

    MOVE "P" TO EH-STATUT
    MOVE DATE-ECHEANCES TO EH-DATE-PAIEMENT
    MOVE NUMERO-MOUVEMENT TO EH-NUMMVT

    REWRITE ENREGISTREMENT-ECHEANCE
        INVALID KEY
            DISPLAY "Erreur lors de la mise a jour de l'echeance "
                    EH-NUMPRET "/" EH-NUMECH
    END-REWRITE

    ADD 1 TO NB-ECHEANCES-PAYEES
    ADD EH-MONTANT TO TOTAL-ECHEANCES-PAYEES.

*> Marque impayee l'echeance courante et la reprend dans le rapport
*> des impayes, avec le motif place dans RESULTAT-ECHEANCE

MARQUER-ECHEANCE-IMPAYEE.
    IF EH-STATUT NOT = "I"
        MOVE "I" TO EH-STATUT

        REWRITE ENREGISTREMENT-ECHEANCE
            INVALID KEY
                DISPLAY "Erreur lors de la mise a jour de l'echeance "
                        EH-NUMPRET "/" EH-NUMECH
        END-REWRITE
    END-IF

    ADD 1 TO NB-ECHEANCES-IMPAYEES
    ADD EH-MONTANT TO TOTAL-ECHEANCES-IMPAYEES

    MOVE EH-MONTANT TO MONTANT-AFF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING PR-NUMPRET
           ";"
           PR-NUMCOMPTE
           ";"
           EH-NUMECH
           ";"
           EH-DATE-ECHEANCE
           ";"
           FUNCTION TRIM(MONTANT-AFF)
           ";"
           FUNCTION TRIM(RESULTAT-ECHEANCE)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT.

*> Menu des cheques : delivrance d'un chequier numerote, liste des
*> chequiers d'un compte avec les cheques payes ou frappes
*> d'opposition, et opposition sur un cheque ou une plage de
*> cheques ; le paiement des cheques presentes se fait par le
*> traitement par lots CHEQUES

GERER-CHEQUES.
    MOVE "0" TO CHOIX-CHEQUE

    PERFORM UNTIL CHOIX-CHEQUE = "4"
        DISPLAY " CHEQUES"
        DISPLAY "1. Delivrer un chequier"
        DISPLAY "2. Lister les chequiers d'un compte"
        DISPLAY "3. Faire opposition sur un ou plusieurs cheques"
        DISPLAY "4. Retour au menu principal"
        DISPLAY "Veuillez saisir votre choix : "

        ACCEPT CHOIX-CHEQUE

        EVALUATE CHOIX-CHEQUE
            WHEN "1"
                PERFORM DELIVRER-CHEQUIER
            WHEN "2"
                PERFORM LISTER-CHEQUIERS-COMPTE
            WHEN "3"
                PERFORM FAIRE-OPPOSITION-CHEQUES
            WHEN "4"
                CONTINUE
            WHEN OTHER
                DISPLAY "CHOIX INVALIDE"
        END-EVALUATE
    END-PERFORM.

*> Delivre un chequier de NB-FEUILLES-CHEQUIER cheques sur un compte
*> actif : les numeros de cheques suivent le plus grand numero deja
*> delivre, toutes agences confondues, et chaque cheque est enregistre
*> emis dans le fichier des cheques

DELIVRER-CHEQUIER.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    MOVE "N" TO CHEQUIER-DELIVRABLE

    OPEN INPUT COMPTE

    MOVE NUMCOMPTE-SAISI TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            DISPLAY "Compte introuvable."
        NOT INVALID KEY
            *> Un compte bloque au debit ou gele ne recoit pas de
            *> nouveau moyen de paiement, et le refus est journalise
            IF EC-STATUT = "B" OR EC-STATUT = "G"
                PERFORM TRADUIRE-STATUT-COMPTE
                DISPLAY "Delivrance refusee : compte "
                        FUNCTION TRIM(LIBELLE-STATUT-CPT) "."
                MOVE EC-NUMCOMPTE TO NUMCOMPTE-REFUSE
                MOVE EC-STATUT TO STATUT-REFUSE
                MOVE "CHEQUIER" TO OPERATION-REFUSEE
                MOVE 0 TO MONTANT
                PERFORM ECRIRE-REFUS
            ELSE
                MOVE "Y" TO CHEQUIER-DELIVRABLE
            END-IF
    END-READ

    CLOSE COMPTE

    IF CHEQUIER-DELIVRABLE = "Y"
        PERFORM CALCULER-PROCHAIN-NUMCHEQUIER
        PERFORM ENREGISTRER-CHEQUIER
    END-IF.

*> Determine le prochain numero de chequier et le premier numero de
*> cheque disponibles, a partir des plus grands numeros deja
*> attribues dans le fichier des chequiers

CALCULER-PROCHAIN-NUMCHEQUIER.
    MOVE "N" TO EOF-FLAG-CHEQUIER
    MOVE 0 TO PROCHAIN-NUMCHEQUIER
    MOVE 0 TO PROCHAIN-NUMCHEQUE

    OPEN INPUT CHEQUIER

    PERFORM UNTIL EOF-FLAG-CHEQUIER = "Y"
        READ CHEQUIER NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-CHEQUIER
            NOT AT END
                IF CN-NUMCHEQUIER > PROCHAIN-NUMCHEQUIER
                    MOVE CN-NUMCHEQUIER TO PROCHAIN-NUMCHEQUIER
                END-IF
                IF CN-DERNIER > PROCHAIN-NUMCHEQUE
                    MOVE CN-DERNIER TO PROCHAIN-NUMCHEQUE
                END-IF
        END-READ
    END-PERFORM

    CLOSE CHEQUIER

    ADD 1 TO PROCHAIN-NUMCHEQUIER
    ADD 1 TO PROCHAIN-NUMCHEQUE.

*> Enregistre le chequier et chacun de ses cheques

ENREGISTRER-CHEQUIER.
    ACCEPT DATE-SYS FROM DATE YYYYMMDD

    OPEN I-O CHEQUIER

    MOVE PROCHAIN-NUMCHEQUIER TO CN-NUMCHEQUIER
    MOVE NUMCOMPTE-SAISI TO CN-NUMCOMPTE
    MOVE PROCHAIN-NUMCHEQUE TO CN-PREMIER
    COMPUTE CN-DERNIER = PROCHAIN-NUMCHEQUE + NB-FEUILLES-CHEQUIER - 1
    MOVE DATE-SYS TO CN-DATE-EMISSION

    WRITE ENREGISTREMENT-CHEQUIER
        INVALID KEY
            MOVE "N" TO CHEQUIER-DELIVRABLE
            DISPLAY "Erreur : numero de chequier deja utilise."
    END-WRITE

    CLOSE CHEQUIER

    IF CHEQUIER-DELIVRABLE = "Y"
        OPEN I-O CHEQUE

        PERFORM VARYING NUMCHEQUE-COURANT FROM CN-PREMIER BY 1
                UNTIL NUMCHEQUE-COURANT > CN-DERNIER
            MOVE NUMCOMPTE-SAISI TO CQ-NUMCOMPTE
            MOVE NUMCHEQUE-COURANT TO CQ-NUMCHEQUE
            MOVE PROCHAIN-NUMCHEQUIER TO CQ-NUMCHEQUIER
            MOVE "E" TO CQ-STATUT
            MOVE 0 TO CQ-DATE-PAIEMENT
            MOVE 0 TO CQ-MONTANT
            MOVE 0 TO CQ-DATE-OPPOSITION

            WRITE ENREGISTREMENT-CHEQUE
                INVALID KEY
                    DISPLAY "Erreur : cheque " NUMCHEQUE-COURANT
                            " deja enregistre."
            END-WRITE
        END-PERFORM

        CLOSE CHEQUE

        DISPLAY "Chequier " PROCHAIN-NUMCHEQUIER " delivre : cheques "
                CN-PREMIER " a " CN-DERNIER "."
    END-IF.

*> Affiche les chequiers d'un compte, retrouves par la cle secondaire
*> sur le numero de compte, avec leurs cheques payes ou frappes
*> d'opposition

LISTER-CHEQUIERS-COMPTE.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    MOVE "N" TO EOF-FLAG-CHEQUIER
    MOVE 0 TO NB-CHEQUIERS-TROUVES

    OPEN INPUT CHEQUIER
    OPEN INPUT CHEQUE

    MOVE NUMCOMPTE-SAISI TO CN-NUMCOMPTE
    START CHEQUIER KEY = CN-NUMCOMPTE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-CHEQUIER
    END-START

    PERFORM UNTIL EOF-FLAG-CHEQUIER = "Y"
        READ CHEQUIER NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-CHEQUIER
            NOT AT END
                IF CN-NUMCOMPTE = NUMCOMPTE-SAISI
                    ADD 1 TO NB-CHEQUIERS-TROUVES
                    DISPLAY "Chequier : " CN-NUMCHEQUIER
                            " | Cheques " CN-PREMIER " a " CN-DERNIER
                            " | Delivre le " CN-DATE-EMISSION
                    PERFORM AFFICHER-CHEQUES-CHEQUIER
                ELSE
                    MOVE "Y" TO EOF-FLAG-CHEQUIER
                END-IF
        END-READ
    END-PERFORM

    CLOSE CHEQUE
    CLOSE CHEQUIER

    IF NB-CHEQUIERS-TROUVES = 0
        DISPLAY "Aucun chequier pour ce compte."
    END-IF.

*> Affiche les cheques du chequier courant qui ne sont plus
*> simplement emis : payes ou frappes d'opposition

AFFICHER-CHEQUES-CHEQUIER.
    MOVE "N" TO EOF-FLAG-CHEQUE

    MOVE CN-NUMCOMPTE TO CQ-NUMCOMPTE
    MOVE CN-PREMIER TO CQ-NUMCHEQUE
    START CHEQUE KEY >= CQ-CLE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-CHEQUE
    END-START

    PERFORM UNTIL EOF-FLAG-CHEQUE = "Y"
        READ CHEQUE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-CHEQUE
            NOT AT END
                IF CQ-NUMCOMPTE NOT = CN-NUMCOMPTE
                   OR CQ-NUMCHEQUE > CN-DERNIER
                    MOVE "Y" TO EOF-FLAG-CHEQUE
                ELSE
                    EVALUATE CQ-STATUT
                        WHEN "P"
                            MOVE CQ-MONTANT TO MONTANT-AFF
                            DISPLAY "  Cheque " CQ-NUMCHEQUE
                                    " | Paye le " CQ-DATE-PAIEMENT
                                    " | Montant : "
                                    FUNCTION TRIM(MONTANT-AFF)
                        WHEN "O"
                            DISPLAY "  Cheque " CQ-NUMCHEQUE
                                    " | Opposition du "
                                    CQ-DATE-OPPOSITION
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.

*> Opposition sur un cheque ou sur une plage de cheques d'un compte :
*> seuls les cheques emis et non encore payes sont frappes
*> d'opposition, chacun etant consigne dans l'audit ; un numero
*> jamais delivre sur ce compte ou deja paye est signale

FAIRE-OPPOSITION-CHEQUES.
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    DISPLAY "Premier numero de cheque : "
    ACCEPT NUMCHEQUE-DEBUT

    DISPLAY "Dernier numero de cheque (vide ou 0 = un seul cheque) : "
    ACCEPT NUMCHEQUE-FIN

    IF NUMCHEQUE-FIN = 0
        MOVE NUMCHEQUE-DEBUT TO NUMCHEQUE-FIN
    END-IF

    IF NUMCHEQUE-FIN < NUMCHEQUE-DEBUT
        DISPLAY "Le dernier numero doit etre superieur ou egal au "
                "premier."
    ELSE
        ACCEPT DATE-SYS FROM DATE YYYYMMDD
        MOVE 0 TO NB-OPPOSITIONS

        OPEN I-O CHEQUE

        PERFORM VARYING NUMCHEQUE-COURANT FROM NUMCHEQUE-DEBUT BY 1
                UNTIL NUMCHEQUE-COURANT > NUMCHEQUE-FIN
            PERFORM OPPOSER-UN-CHEQUE
        END-PERFORM

        CLOSE CHEQUE

        DISPLAY "Cheques frappes d'opposition : " NB-OPPOSITIONS
    END-IF.

*> Frappe d'opposition le cheque NUMCHEQUE-COURANT du compte saisi

OPPOSER-UN-CHEQUE.
    MOVE NUMCOMPTE-SAISI TO CQ-NUMCOMPTE
    MOVE NUMCHEQUE-COURANT TO CQ-NUMCHEQUE
    READ CHEQUE
        INVALID KEY
            DISPLAY "Cheque " NUMCHEQUE-COURANT
                    " : jamais delivre sur ce compte."
        NOT INVALID KEY
            EVALUATE CQ-STATUT
                WHEN "P"
                    DISPLAY "Cheque " NUMCHEQUE-COURANT
                            " : deja paye le " CQ-DATE-PAIEMENT "."
                WHEN "O"
                    DISPLAY "Cheque " NUMCHEQUE-COURANT
                            " : deja frappe d'opposition."
                WHEN OTHER
                    MOVE "O" TO CQ-STATUT
                    MOVE DATE-SYS TO CQ-DATE-OPPOSITION

                    REWRITE ENREGISTREMENT-CHEQUE
                        INVALID KEY
                            DISPLAY "Erreur lors de l'opposition sur "
                                    "le cheque " NUMCHEQUE-COURANT
                        NOT INVALID KEY
                            ADD 1 TO NB-OPPOSITIONS

                            *> Consigne l'opposition dans l'audit
                            MOVE "CHEQUE" TO AUDIT-OBJET
                            MOVE SPACES TO AUDIT-CLE
                            STRING CQ-NUMCOMPTE "/" CQ-NUMCHEQUE
                            INTO AUDIT-CLE
                            END-STRING
                            MOVE "Emis" TO AUDIT-AVANT
                            MOVE "Opposition" TO AUDIT-APRES
                            PERFORM ECRIRE-AUDIT
                    END-REWRITE
            END-EVALUATE
    END-READ.

*> Traitement du fichier des cheques presentes par la compensation :
*> "banque CHEQUES fichier" controle d'abord le fichier en entier
*> (nombre et montant des lignes contre la ligne TOTAL), puis paie
*> chaque cheque payable et retourne les autres dans
*> <fichier>.retours avec un code motif :
*>   01 cheque non emis        02 cheque deja paye
*>   03 cheque frappe d'opposition
*>   04 provision insuffisante (au-dela du decouvert autorise)
*>   05 compte inconnu         06 compte bloque ou gele

TRAITEMENT-COMPENSATION-CHEQUES.
    MOVE FUNCTION TRIM(ARGUMENT-COMMANDE) TO NOM-FICHIER-CHEQUES

    IF NOM-FICHIER-CHEQUES = SPACES
        DISPLAY "Usage : banque CHEQUES fichier"
        DISPLAY "Exemple : banque CHEQUES Compensation-20240115.txt"
    ELSE
        MOVE SPACES TO FS-FICHIER-CHEQUES
        OPEN INPUT FICHIER-CHEQUES

        IF FS-FICHIER-CHEQUES NOT = "00"
            DISPLAY "Fichier de cheques "
                    FUNCTION TRIM(NOM-FICHIER-CHEQUES)
                    " introuvable (" FS-FICHIER-CHEQUES ")."
        ELSE
            CLOSE FICHIER-CHEQUES
            PERFORM VERIFIER-FICHIER-CHEQUES

            IF FICHIER-CHEQUES-VALIDE = "Y"
                PERFORM COMPENSER-CHEQUES-CONTROLE
            END-IF
        END-IF
    END-IF.

*> Controle prealable du fichier des cheques presentes : compte et
*> cumule les lignes de detail, puis les confronte a la ligne TOTAL ;
*> le moindre ecart fait refuser le fichier entier avant tout
*> paiement

VERIFIER-FICHIER-CHEQUES.
    MOVE "N" TO FICHIER-CHEQUES-VALIDE
    MOVE "N" TO TRAILER-PRESENT
    MOVE "N" TO ERREUR-FORMAT-CHEQUES
    MOVE "N" TO EOF-FLAG-FCHEQUES
    MOVE 0 TO NB-DETAILS-CHEQUES
    MOVE 0 TO TOTAL-DETAILS-CHEQUES
    MOVE 0 TO TRAILER-NB
    MOVE 0 TO TRAILER-TOTAL

    OPEN INPUT FICHIER-CHEQUES

    PERFORM UNTIL EOF-FLAG-FCHEQUES = "Y"
        READ FICHIER-CHEQUES INTO LIGNE-CHEQUE
            AT END
                MOVE "Y" TO EOF-FLAG-FCHEQUES
            NOT AT END
                EVALUATE TRUE
                    WHEN LIGNE-CHEQUE = SPACES
                        *> Les lignes vides sont tolerees
                        CONTINUE
                    WHEN LIGNE-CHEQUE(1:6) = "TOTAL;"
                        PERFORM DECOUPER-TRAILER-CHEQUES
                        MOVE "Y" TO TRAILER-PRESENT
                    WHEN OTHER
                        PERFORM DECOUPER-LIGNE-CHEQUE

                        IF CHQ-NUMCOMPTE-TXT IS NOT NUMERIC
                           OR FUNCTION TRIM(CHQ-NUMCHEQUE-TXT) = SPACES
                           OR FUNCTION TRIM(CHQ-NUMCHEQUE-TXT)
                              IS NOT NUMERIC
                           OR FUNCTION NUMVAL(CHQ-MONTANT-TXT) <= 0
                            MOVE "Y" TO ERREUR-FORMAT-CHEQUES
                            DISPLAY "Ligne invalide : "
                                    FUNCTION TRIM(LIGNE-CHEQUE)
                        ELSE
                            ADD 1 TO NB-DETAILS-CHEQUES
                            ADD FUNCTION NUMVAL(CHQ-MONTANT-TXT)
                              TO TOTAL-DETAILS-CHEQUES
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM

    CLOSE FICHIER-CHEQUES

    EVALUATE TRUE
        WHEN ERREUR-FORMAT-CHEQUES = "Y"
            DISPLAY "Fichier refuse : ligne(s) de detail invalide(s)."
        WHEN TRAILER-PRESENT = "N"
            DISPLAY "Fichier refuse : ligne TOTAL absente."
        WHEN NB-DETAILS-CHEQUES NOT = TRAILER-NB
            DISPLAY "Fichier refuse : " NB-DETAILS-CHEQUES
                    " ligne(s) de detail pour " TRAILER-NB
                    " annoncee(s)."
        WHEN TOTAL-DETAILS-CHEQUES NOT = TRAILER-TOTAL
            MOVE TOTAL-DETAILS-CHEQUES TO TOTAL-CHEQUES-AFF
            DISPLAY "Fichier refuse : total des details "
                    FUNCTION TRIM(TOTAL-CHEQUES-AFF)
                    " different du total annonce."
        WHEN OTHER
            MOVE "Y" TO FICHIER-CHEQUES-VALIDE
    END-EVALUATE.

*> Compense le fichier des cheques controle, sous verrou et sous
*> controle d'execution

COMPENSER-CHEQUES-CONTROLE.
    ACCEPT DATE-COMPENSATION FROM DATE YYYYMMDD

    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        *> Controle d'execution : la cle porte le seul nom du fichier
        *> presente, comme pour la paie - un meme fichier ne doit
        *> jamais etre paye deux fois
        MOVE "CHEQUES" TO CONTROLE-BATCH-NOM
        MOVE SPACES TO CONTROLE-PERIODE
        MOVE NOM-FICHIER-CHEQUES(1:30) TO CONTROLE-FICHIER
        PERFORM DEMARRER-CONTROLE-BATCH

        IF BATCH-AUTORISE = "Y"
            PERFORM COMPENSER-FICHIER-CHEQUES
            PERFORM TERMINER-CONTROLE-BATCH

            MOVE TOTAL-CHEQUES-PAYES TO TOTAL-CHEQUES-AFF
            DISPLAY "Compensation des cheques terminee."
            DISPLAY "Cheques payes     : " NB-CHEQUES-PAYES
                    " pour " FUNCTION TRIM(TOTAL-CHEQUES-AFF)
            MOVE TOTAL-CHEQUES-RETOURNES TO TOTAL-CHEQUES-AFF
            DISPLAY "Cheques retournes : " NB-CHEQUES-RETOURNES
                    " pour " FUNCTION TRIM(TOTAL-CHEQUES-AFF)
            DISPLAY "Retours ecrits dans : "
                    FUNCTION TRIM(NOM-FICHIER-RETOURS-CHQ)
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Presente chaque ligne de detail du fichier : paiement du cheque
*> ou retour avec son motif ; en reprise, les lignes deja traitees
*> avant l'interruption sont sautees et les retours deja ecrits sont
*> recomptes pour que la ligne TOTAL finale couvre tout le fichier

COMPENSER-FICHIER-CHEQUES.
    MOVE 0 TO NB-CHEQUES-PAYES
    MOVE 0 TO TOTAL-CHEQUES-PAYES
    MOVE 0 TO NB-CHEQUES-RETOURNES
    MOVE 0 TO TOTAL-CHEQUES-RETOURNES
    MOVE 0 TO NUMERO-LIGNE-CHEQUE
    MOVE "N" TO EOF-FLAG-FCHEQUES

    *> Fichier des retours : le nom du fichier presente suffixe de
    *> ".retours"
    MOVE SPACES TO NOM-FICHIER-RETOURS-CHQ
    STRING FUNCTION TRIM(NOM-FICHIER-CHEQUES) ".retours"
    INTO NOM-FICHIER-RETOURS-CHQ
    END-STRING

    IF REPRISE-BATCH = "Y"
        PERFORM RELIRE-RETOURS-CHEQUES-REPRISE
        OPEN EXTEND RETOURS-CHEQUES
        IF FS-RETOURS-CHEQUES = "35"
            OPEN OUTPUT RETOURS-CHEQUES
        END-IF
    ELSE
        OPEN OUTPUT RETOURS-CHEQUES
    END-IF

    OPEN INPUT FICHIER-CHEQUES
    OPEN I-O COMPTE
    OPEN I-O CHEQUE

    PERFORM UNTIL EOF-FLAG-FCHEQUES = "Y"
        READ FICHIER-CHEQUES INTO LIGNE-CHEQUE
            AT END
                MOVE "Y" TO EOF-FLAG-FCHEQUES
            NOT AT END
                IF LIGNE-CHEQUE NOT = SPACES
                   AND LIGNE-CHEQUE(1:6) NOT = "TOTAL;"
                    ADD 1 TO NUMERO-LIGNE-CHEQUE

                    IF NUMERO-LIGNE-CHEQUE > CHECKPOINT-REPRISE
                        PERFORM PRESENTER-CHEQUE

                        MOVE NUMERO-LIGNE-CHEQUE TO CHECKPOINT-COURANT
                        PERFORM POINTER-CONTROLE-BATCH
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE CHEQUE
    CLOSE COMPTE
    CLOSE FICHIER-CHEQUES

    *> Ligne de controle finale des retours, sur le modele du
    *> fichier presente
    MOVE TOTAL-CHEQUES-RETOURNES TO TOTAL-CHEQUES-AFF
    MOVE SPACES TO LIGNE-RETOUR-CHQ
    STRING "TOTAL;"
           NB-CHEQUES-RETOURNES
           ";"
           FUNCTION TRIM(TOTAL-CHEQUES-AFF)
    INTO LIGNE-RETOUR-CHQ
    END-STRING
    WRITE ENREGISTREMENT-RETOUR-CHQ FROM LIGNE-RETOUR-CHQ

    CLOSE RETOURS-CHEQUES.

*> Relit les retours laisses par une compensation interrompue et
*> re-amorce le nombre et la somme des cheques deja retournes ; un
*> fichier absent laisse les cumuls a zero

RELIRE-RETOURS-CHEQUES-REPRISE.
    MOVE "N" TO EOF-FLAG-RETOUR

    MOVE SPACES TO FS-RETOURS-CHEQUES
    OPEN INPUT RETOURS-CHEQUES

    IF FS-RETOURS-CHEQUES NOT = "00"
        CONTINUE
    ELSE
        PERFORM UNTIL EOF-FLAG-RETOUR = "Y"
            READ RETOURS-CHEQUES INTO LIGNE-CHEQUE
                AT END
                    MOVE "Y" TO EOF-FLAG-RETOUR
                NOT AT END
                    IF LIGNE-CHEQUE NOT = SPACES
                       AND LIGNE-CHEQUE(1:6) NOT = "TOTAL;"
                        PERFORM DECOUPER-LIGNE-CHEQUE
                        ADD 1 TO NB-CHEQUES-RETOURNES
                        ADD FUNCTION NUMVAL(CHQ-MONTANT-TXT)
                          TO TOTAL-CHEQUES-RETOURNES
                    END-IF
            END-READ
        END-PERFORM

        CLOSE RETOURS-CHEQUES
    END-IF.

*> Presente un cheque de la ligne courante : compte, puis cheque,
*> puis provision ; un cheque payable est paye, les autres sont
*> retournes avec leur motif

PRESENTER-CHEQUE.
    PERFORM DECOUPER-LIGNE-CHEQUE

    MOVE SPACES TO CODE-RETOUR-CHEQUE
    MOVE FUNCTION NUMVAL(CHQ-MONTANT-TXT) TO MONTANT

    MOVE FUNCTION NUMVAL(CHQ-NUMCOMPTE-TXT) TO EC-NUMCOMPTE
    READ COMPTE
        INVALID KEY
            MOVE "05" TO CODE-RETOUR-CHEQUE
            MOVE "COMPTE INCONNU" TO LIBELLE-RETOUR-CHEQUE
        NOT INVALID KEY
            PERFORM CONTROLER-CHEQUE-PRESENTE
    END-READ

    IF CODE-RETOUR-CHEQUE = SPACES
        PERFORM PAYER-CHEQUE
    ELSE
        PERFORM RETOURNER-CHEQUE
    END-IF.

*> Controle le cheque presente sur le compte courant : il doit avoir
*> ete delivre sur ce compte, n'etre ni paye ni frappe d'opposition,
*> et le compte doit pouvoir etre debite du montant, dans la limite
*> du solde minimum du produit diminue du decouvert autorise

CONTROLER-CHEQUE-PRESENTE.
    MOVE EC-NUMCOMPTE TO CQ-NUMCOMPTE
    MOVE FUNCTION NUMVAL(CHQ-NUMCHEQUE-TXT) TO CQ-NUMCHEQUE
    READ CHEQUE
        INVALID KEY
            MOVE "01" TO CODE-RETOUR-CHEQUE
            MOVE "CHEQUE NON EMIS" TO LIBELLE-RETOUR-CHEQUE
        NOT INVALID KEY
            MOVE EC-TYPE TO CODE-PRODUIT-LU
            PERFORM LIRE-PRODUIT-PAR-CODE
            COMPUTE SOLDE-DISPONIBLE =
                EC-SOLDE + EC-DECOUVERT - SOLDE-MIN-PRODUIT

            EVALUATE TRUE
                WHEN CQ-STATUT = "P"
                    MOVE "02" TO CODE-RETOUR-CHEQUE
                    MOVE "CHEQUE DEJA PAYE" TO LIBELLE-RETOUR-CHEQUE
                WHEN CQ-STATUT = "O"
                    MOVE "03" TO CODE-RETOUR-CHEQUE
                    MOVE "OPPOSITION" TO LIBELLE-RETOUR-CHEQUE
                WHEN EC-STATUT = "B" OR EC-STATUT = "G"
                    *> Compte bloque au debit ou gele : le refus est
                    *> journalise
                    MOVE "06" TO CODE-RETOUR-CHEQUE
                    MOVE "COMPTE BLOQUE OU GELE"
                      TO LIBELLE-RETOUR-CHEQUE
                    MOVE EC-NUMCOMPTE TO NUMCOMPTE-REFUSE
                    MOVE EC-STATUT TO STATUT-REFUSE
                    MOVE "CHEQUE" TO OPERATION-REFUSEE
                    PERFORM ECRIRE-REFUS
                WHEN MONTANT > SOLDE-DISPONIBLE
                    MOVE "04" TO CODE-RETOUR-CHEQUE
                    MOVE "PROVISION INSUFFISANTE"
                      TO LIBELLE-RETOUR-CHEQUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.

*> Paie le cheque controle : debit du compte, journalisation (CHEQUE,
*> avec le numero du cheque en complement) et cheque marque paye

PAYER-CHEQUE.
    MOVE EC-SOLDE TO SOLDE-AVANT
    SUBTRACT MONTANT FROM EC-SOLDE

    REWRITE ENREGISTREMENT-COMPTE
        INVALID KEY
            DISPLAY "Erreur lors de la mise a jour du compte."
        NOT INVALID KEY
            MOVE "CHEQUE" TO TYPE-MOUVEMENT
            MOVE CQ-NUMCHEQUE TO COMPLEMENT-MOUVEMENT
            PERFORM ECRIRE-MOUVEMENT

            MOVE "P" TO CQ-STATUT
            MOVE DATE-COMPENSATION TO CQ-DATE-PAIEMENT
            MOVE MONTANT TO CQ-MONTANT
            REWRITE ENREGISTREMENT-CHEQUE
                INVALID KEY
                    DISPLAY "Erreur lors de la mise a jour du cheque "
                            CQ-NUMCHEQUE
            END-REWRITE

            ADD 1 TO NB-CHEQUES-PAYES
            ADD MONTANT TO TOTAL-CHEQUES-PAYES
    END-REWRITE.

*> Ecrit le cheque refuse dans le fichier des retours
*> (NumCompte;NumCheque;Montant;Reference;CodeMotif;LibelleMotif)

RETOURNER-CHEQUE.
    MOVE MONTANT TO MONTANT-AFF

    MOVE SPACES TO LIGNE-RETOUR-CHQ
    STRING FUNCTION TRIM(CHQ-NUMCOMPTE-TXT)
           ";"
           FUNCTION TRIM(CHQ-NUMCHEQUE-TXT)
           ";"
           FUNCTION TRIM(MONTANT-AFF)
           ";"
           FUNCTION TRIM(CHQ-REFERENCE)
           ";"
           CODE-RETOUR-CHEQUE
           ";"
           FUNCTION TRIM(LIBELLE-RETOUR-CHEQUE)
    INTO LIGNE-RETOUR-CHQ
    END-STRING
    WRITE ENREGISTREMENT-RETOUR-CHQ FROM LIGNE-RETOUR-CHQ

    ADD 1 TO NB-CHEQUES-RETOURNES
    ADD MONTANT TO TOTAL-CHEQUES-RETOURNES.

*> Découpe une ligne de detail du fichier des cheques presentes
*> (format : NumCompte;NumCheque;Montant;Reference)

DECOUPER-LIGNE-CHEQUE.
    MOVE SPACES TO CHQ-NUMCOMPTE-TXT
    MOVE SPACES TO CHQ-NUMCHEQUE-TXT
    MOVE SPACES TO CHQ-MONTANT-TXT
    MOVE SPACES TO CHQ-REFERENCE

    UNSTRING LIGNE-CHEQUE
        DELIMITED BY ";"
        INTO CHQ-NUMCOMPTE-TXT
             CHQ-NUMCHEQUE-TXT
             CHQ-MONTANT-TXT
             CHQ-REFERENCE
    END-UNSTRING.

*> Découpe la ligne TOTAL du fichier des cheques presentes
*> (format : TOTAL;NbLignes;MontantTotal)

DECOUPER-TRAILER-CHEQUES.
    MOVE SPACES TO MOT-TRAILER
    MOVE SPACES TO TRAILER-NB-TXT
    MOVE SPACES TO TRAILER-TOTAL-TXT

    UNSTRING LIGNE-CHEQUE
        DELIMITED BY ";"
        INTO MOT-TRAILER
             TRAILER-NB-TXT
             TRAILER-TOTAL-TXT
    END-UNSTRING

    MOVE FUNCTION NUMVAL(TRAILER-NB-TXT) TO TRAILER-NB
    MOVE FUNCTION NUMVAL(TRAILER-TOTAL-TXT) TO TRAILER-TOTAL.

*> Traitement mensuel des frais : pour le mois AAAAMM passe en
*> argument, compte dans le journal (et dans l'archive de l'annee si
*> elle a deja ete archivee) les evenements facturables de chaque
*> compte, calcule les frais selon le tarif de son produit, debite
*> chaque type de frais non exonere par un mouvement FRAIS (type de
*> frais en complement) et produit le rapport FRAIS-AAAAMM.txt, avec
*> le detail par compte et le resume par produit ; un compte gele ne
*> recoit plus aucun mouvement et n'est donc pas facture

TRAITEMENT-FRAIS-MENSUELS.
    *> Le traitement des frais est reserve au superviseur
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Traitement refuse : le traitement des frais "
                "mensuels est reserve au superviseur."
    ELSE
        MOVE FUNCTION TRIM(ARGUMENT-COMMANDE) TO MOIS-FRAIS
        ACCEPT DATE-CONTROLE FROM DATE YYYYMMDD
        MOVE DATE-CONTROLE TO DATE-CONTROLE-TXT

        *> Le mois demande doit faire exactement six chiffres AAAAMM,
        *> avec un mois compris entre 01 et 12, et etre termine : un
        *> mois en cours n'a pas encore tous ses evenements a facturer
        IF MOIS-FRAIS = SPACES OR MOIS-FRAIS IS NOT NUMERIC
           OR ARGUMENT-COMMANDE(7:) NOT = SPACES
           OR MOIS-FRAIS(5:2) < "01" OR MOIS-FRAIS(5:2) > "12"
            DISPLAY "Usage : banque FRAIS AAAAMM"
            DISPLAY "Exemple : banque FRAIS 202608"
        ELSE
            IF MOIS-FRAIS NOT < DATE-CONTROLE-TXT(1:6)
                DISPLAY "Traitement refuse : le mois " MOIS-FRAIS
                        " n'est pas termine."
            ELSE
                PERFORM APPLIQUER-FRAIS-MENSUELS
            END-IF
        END-IF
    END-IF.

*> Corps du traitement des frais mensuels, une fois l'habilitation et
*> le mois verifies

APPLIQUER-FRAIS-MENSUELS.
    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        PERFORM CHARGER-TABLE-TARIFS
        PERFORM COMPTER-EVENEMENTS-FRAIS

        IF TABLE-EVENEMENTS-PLEINE = "Y"
            DISPLAY "Traitement refuse : trop de comptes actifs sur "
                    "le mois pour la table des evenements ; aucun "
                    "frais n'a ete preleve."
        ELSE
            *> Controle d'execution : une seule execution par mois
            *> facture, avec reprise au-dela du dernier compte traite
            *> si l'execution precedente a ete interrompue
            MOVE "FRAIS" TO CONTROLE-BATCH-NOM
            MOVE MOIS-FRAIS TO CONTROLE-PERIODE
            MOVE SPACES TO CONTROLE-FICHIER
            PERFORM DEMARRER-CONTROLE-BATCH

            IF BATCH-AUTORISE = "Y"
                PERFORM FACTURER-FRAIS-COMPTES
                PERFORM TERMINER-CONTROLE-BATCH

                MOVE TOTAL-FRAIS-DEBITES TO TOTAL-FRAIS-AFF
                MOVE TOTAL-FRAIS-EXONERES TO TOTAL-EXONERE-AFF
                DISPLAY "Traitement des frais du mois " MOIS-FRAIS
                        " termine."
                DISPLAY "Frais debites  : " NB-FRAIS-DEBITES
                        " pour " FUNCTION TRIM(TOTAL-FRAIS-AFF)
                DISPLAY "Frais exoneres : " NB-FRAIS-EXONERES
                        " pour " FUNCTION TRIM(TOTAL-EXONERE-AFF)
                DISPLAY "Comptes geles non factures : "
                        NB-COMPTES-GELES-FRAIS
                DISPLAY "Rapport genere : "
                        FUNCTION TRIM(NOM-FICHIER-RAPPORT)
            END-IF
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Parcourt les comptes et facture chacun d'eux ; en reprise, le
*> rapport de l'execution interrompue est complete plutot qu'ecrase,
*> et ses lignes deja ecrites sont relues pour que le resume par
*> produit couvre tout le mois

FACTURER-FRAIS-COMPTES.
    MOVE 0 TO NB-FRAIS-DEBITES
    MOVE 0 TO TOTAL-FRAIS-DEBITES
    MOVE 0 TO NB-FRAIS-EXONERES
    MOVE 0 TO TOTAL-FRAIS-EXONERES
    MOVE 0 TO NB-COMPTES-GELES-FRAIS
    MOVE 0 TO NB-PRODUITS-FRAIS

    *> Constitution du rapport : FRAIS-AAAAMM.txt
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "FRAIS-" MOIS-FRAIS ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    IF REPRISE-BATCH = "Y"
        PERFORM RELIRE-RAPPORT-FRAIS-REPRISE
        OPEN EXTEND RAPPORT
    ELSE
        OPEN OUTPUT RAPPORT

        MOVE SPACES TO LIGNE-RAPPORT
        STRING "FRAIS DE TENUE DE COMPTE DU MOIS " MOIS-FRAIS
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

        MOVE "NumCompte;Produit;TypeFrais;NbEvenements;Montant;Resultat"
          TO LIGNE-RAPPORT
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-IF

    MOVE "N" TO EOF-FLAG

    OPEN I-O COMPTE
    OPEN INPUT EXONERATION

    *> En reprise, les comptes deja factures avant l'interruption ne
    *> doivent pas l'etre une deuxieme fois
    IF REPRISE-BATCH = "Y"
        MOVE CHECKPOINT-REPRISE TO EC-NUMCOMPTE
        START COMPTE KEY > EC-NUMCOMPTE
            INVALID KEY
                MOVE "Y" TO EOF-FLAG
        END-START
    END-IF

    PERFORM UNTIL EOF-FLAG = "Y"
        READ COMPTE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                PERFORM FACTURER-FRAIS-COMPTE
        END-READ
    END-PERFORM

    CLOSE EXONERATION
    CLOSE COMPTE

    PERFORM ECRIRE-RESUME-FRAIS

    CLOSE RAPPORT.

*> Charge le fichier des tarifs dans la table en memoire

CHARGER-TABLE-TARIFS.
    MOVE 0 TO NB-TARIFS-CHARGES
    MOVE "N" TO EOF-FLAG-TARIF

    OPEN INPUT TARIF

    PERFORM UNTIL EOF-FLAG-TARIF = "Y"
        READ TARIF NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-TARIF
            NOT AT END
                IF NB-TARIFS-CHARGES < 100
                    ADD 1 TO NB-TARIFS-CHARGES
                    MOVE TF-CODE-PRODUIT
                      TO TC-CODE-PRODUIT(NB-TARIFS-CHARGES)
                    MOVE TF-TYPE-FRAIS
                      TO TC-TYPE-FRAIS(NB-TARIFS-CHARGES)
                    MOVE TF-MONTANT
                      TO TC-MONTANT(NB-TARIFS-CHARGES)
                    MOVE TF-FRANCHISE
                      TO TC-FRANCHISE(NB-TARIFS-CHARGES)
                ELSE
                    DISPLAY "ATTENTION : tarif " TF-CODE-PRODUIT "/"
                            TF-TYPE-FRAIS
                            " ignore, table des tarifs pleine."
                END-IF
        END-READ
    END-PERFORM

    CLOSE TARIF.

*> Constitue la table des evenements facturables du mois, en une
*> seule lecture de l'archive de l'annee (si le mois a deja ete
*> archive) puis du journal courant

COMPTER-EVENEMENTS-FRAIS.
    MOVE 0 TO NB-EVENEMENTS-TABLE
    MOVE "N" TO TABLE-EVENEMENTS-PLEINE

    MOVE FUNCTION NUMVAL(MOIS-FRAIS(1:4)) TO ANNEE-FRAIS
    MOVE SPACES TO NOM-FICHIER-ARCHIVE
    STRING "Archive-" ANNEE-FRAIS ".txt"
    INTO NOM-FICHIER-ARCHIVE
    END-STRING

    MOVE SPACES TO FS-ARCHIVE
    OPEN INPUT ARCHIVE-MOUVEMENTS

    IF FS-ARCHIVE = "00"
        MOVE "N" TO EOF-FLAG-MOUVEMENTS

        PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
            READ ARCHIVE-MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
                AT END
                    MOVE "Y" TO EOF-FLAG-MOUVEMENTS
                NOT AT END
                    PERFORM DECOUPER-LIGNE-MOUVEMENT
                    PERFORM RETENIR-EVENEMENT-FRAIS
            END-READ
        END-PERFORM

        CLOSE ARCHIVE-MOUVEMENTS
    END-IF

    MOVE "N" TO EOF-FLAG-MOUVEMENTS

    OPEN INPUT MOUVEMENTS

    PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
        READ MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
            AT END
                MOVE "Y" TO EOF-FLAG-MOUVEMENTS
            NOT AT END
                PERFORM DECOUPER-LIGNE-MOUVEMENT
                PERFORM RETENIR-EVENEMENT-FRAIS
        END-READ
    END-PERFORM

    CLOSE MOUVEMENTS.

*> Retient le mouvement courant s'il est facturable pour le mois
*> (retrait, virement externe, ordre permanent rejete), ou s'il
*> s'agit de l'ouverture d'un compte posterieure au mois

RETENIR-EVENEMENT-FRAIS.
    IF MVT-HORODATAGE(1:6) = MOIS-FRAIS
        EVALUATE FUNCTION TRIM(MVT-TYPE)
            WHEN "RETRAIT"
                PERFORM TROUVER-EVENEMENT-COMPTE
                IF EVENEMENT-TROUVE = "Y"
                    ADD 1 TO EF-NB-RETRAITS(INDICE-EVENEMENT)
                END-IF
            WHEN "VIR-EXT"
                PERFORM TROUVER-EVENEMENT-COMPTE
                IF EVENEMENT-TROUVE = "Y"
                    ADD 1 TO EF-NB-VIREXT(INDICE-EVENEMENT)
                END-IF
            WHEN "PERM-REJ"
                PERFORM TROUVER-EVENEMENT-COMPTE
                IF EVENEMENT-TROUVE = "Y"
                    ADD 1 TO EF-NB-REJETS(INDICE-EVENEMENT)
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    ELSE
        IF FUNCTION TRIM(MVT-TYPE) = "OUVERTURE"
           AND MVT-HORODATAGE(1:6) > MOIS-FRAIS
            PERFORM TROUVER-EVENEMENT-COMPTE
            IF EVENEMENT-TROUVE = "Y"
                MOVE "Y" TO EF-OUVERT-APRES(INDICE-EVENEMENT)
            END-IF
        END-IF
    END-IF.

*> Recherche dans la table des evenements l'entree du compte du
*> mouvement courant, et la cree a zero si elle n'existe pas encore

TROUVER-EVENEMENT-COMPTE.
    MOVE "N" TO EVENEMENT-TROUVE

    PERFORM VARYING INDICE-EVENEMENT FROM 1 BY 1
            UNTIL INDICE-EVENEMENT > NB-EVENEMENTS-TABLE
               OR EVENEMENT-TROUVE = "Y"
        IF EF-NUMCOMPTE(INDICE-EVENEMENT) = MVT-NUMCOMPTE-TXT
            MOVE "Y" TO EVENEMENT-TROUVE
        END-IF
    END-PERFORM

    IF EVENEMENT-TROUVE = "Y"
        SUBTRACT 1 FROM INDICE-EVENEMENT
    ELSE
        IF NB-EVENEMENTS-TABLE < 5000
            ADD 1 TO NB-EVENEMENTS-TABLE
            MOVE NB-EVENEMENTS-TABLE TO INDICE-EVENEMENT
            MOVE MVT-NUMCOMPTE-TXT TO EF-NUMCOMPTE(INDICE-EVENEMENT)
            MOVE 0 TO EF-NB-RETRAITS(INDICE-EVENEMENT)
            MOVE 0 TO EF-NB-VIREXT(INDICE-EVENEMENT)
            MOVE 0 TO EF-NB-REJETS(INDICE-EVENEMENT)
            MOVE "N" TO EF-OUVERT-APRES(INDICE-EVENEMENT)
            MOVE "Y" TO EVENEMENT-TROUVE
        ELSE
            MOVE "Y" TO TABLE-EVENEMENTS-PLEINE
        END-IF
    END-IF.

*> Facture le compte courant : chaque type de frais est calcule a
*> partir des evenements du mois releves pour le compte

FACTURER-FRAIS-COMPTE.
    IF EC-STATUT = "G"
        ADD 1 TO NB-COMPTES-GELES-FRAIS
    ELSE
        MOVE 0 TO NB-RETRAITS-MOIS
        MOVE 0 TO NB-VIREXT-MOIS
        MOVE 0 TO NB-REJETS-MOIS
        MOVE "N" TO OUVERT-APRES-MOIS

        MOVE EC-NUMCOMPTE TO MVT-NUMCOMPTE-TXT
        PERFORM VARYING INDICE-EVENEMENT FROM 1 BY 1
                UNTIL INDICE-EVENEMENT > NB-EVENEMENTS-TABLE
            IF EF-NUMCOMPTE(INDICE-EVENEMENT) = MVT-NUMCOMPTE-TXT
                MOVE EF-NB-RETRAITS(INDICE-EVENEMENT)
                  TO NB-RETRAITS-MOIS
                MOVE EF-NB-VIREXT(INDICE-EVENEMENT) TO NB-VIREXT-MOIS
                MOVE EF-NB-REJETS(INDICE-EVENEMENT) TO NB-REJETS-MOIS
                MOVE EF-OUVERT-APRES(INDICE-EVENEMENT)
                  TO OUVERT-APRES-MOIS
            END-IF
        END-PERFORM

        *> Un compte ouvert apres le mois facture ne doit rien pour
        *> ce mois
        IF OUVERT-APRES-MOIS = "N"
            MOVE "TENU" TO TYPE-FRAIS-LU
            PERFORM CALCULER-FRAIS-TYPE
            MOVE "RETR" TO TYPE-FRAIS-LU
            PERFORM CALCULER-FRAIS-TYPE
            MOVE "VEXT" TO TYPE-FRAIS-LU
            PERFORM CALCULER-FRAIS-TYPE
            MOVE "REJP" TO TYPE-FRAIS-LU
            PERFORM CALCULER-FRAIS-TYPE
        END-IF
    END-IF

    *> Avancee du point de reprise, que le compte ait ete facture ou
    *> non, pour qu'une reprise ne le retraite pas
    MOVE EC-NUMCOMPTE TO CHECKPOINT-COURANT
    PERFORM POINTER-CONTROLE-BATCH.

*> Calcule les frais du type TYPE-FRAIS-LU pour le compte courant,
*> puis les debite ou les constate exoneres

CALCULER-FRAIS-TYPE.
    MOVE "N" TO TARIF-TROUVE
    MOVE 0 TO TARIF-MONTANT
    MOVE 0 TO TARIF-FRANCHISE

    PERFORM VARYING INDICE-TARIF FROM 1 BY 1
            UNTIL INDICE-TARIF > NB-TARIFS-CHARGES
        IF TC-CODE-PRODUIT(INDICE-TARIF) = EC-TYPE
           AND TC-TYPE-FRAIS(INDICE-TARIF) = TYPE-FRAIS-LU
            MOVE "Y" TO TARIF-TROUVE
            MOVE TC-MONTANT(INDICE-TARIF) TO TARIF-MONTANT
            MOVE TC-FRANCHISE(INDICE-TARIF) TO TARIF-FRANCHISE
        END-IF
    END-PERFORM

    MOVE 0 TO NB-EVENEMENTS-FRAIS

    IF TARIF-TROUVE = "Y" AND TARIF-MONTANT > 0
        EVALUATE TYPE-FRAIS-LU
            WHEN "TENU"
                MOVE 1 TO NB-EVENEMENTS-FRAIS
            WHEN "RETR"
                IF NB-RETRAITS-MOIS > TARIF-FRANCHISE
                    COMPUTE NB-EVENEMENTS-FRAIS =
                        NB-RETRAITS-MOIS - TARIF-FRANCHISE
                END-IF
            WHEN "VEXT"
                MOVE NB-VIREXT-MOIS TO NB-EVENEMENTS-FRAIS
            WHEN "REJP"
                MOVE NB-REJETS-MOIS TO NB-EVENEMENTS-FRAIS
        END-EVALUATE
    END-IF

    IF NB-EVENEMENTS-FRAIS > 0
        COMPUTE MONTANT-FRAIS = NB-EVENEMENTS-FRAIS * TARIF-MONTANT

        PERFORM CONTROLER-EXONERATION

        IF COMPTE-EXONERE = "Y"
            MOVE "EXONERE" TO RESULTAT-FRAIS
        ELSE
            PERFORM DEBITER-FRAIS-COMPTE
        END-IF

        PERFORM ECRIRE-LIGNE-FRAIS

        MOVE EC-TYPE TO CODE-PRODUIT-FRAIS
        PERFORM CUMULER-FRAIS-PRODUIT
    END-IF.

*> Recherche une exoneration du compte courant pour le type de frais
*> courant, ou pour tous les frais

CONTROLER-EXONERATION.
    MOVE "N" TO COMPTE-EXONERE

    MOVE EC-NUMCOMPTE TO EX-NUMCOMPTE
    MOVE TYPE-FRAIS-LU TO EX-TYPE-FRAIS
    READ EXONERATION
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO COMPTE-EXONERE
    END-READ

    IF COMPTE-EXONERE = "N"
        MOVE EC-NUMCOMPTE TO EX-NUMCOMPTE
        MOVE "TOUS" TO EX-TYPE-FRAIS
        READ EXONERATION
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO COMPTE-EXONERE
        END-READ
    END-IF.

*> Debite les frais calcules du compte courant et les journalise ; comme
*> les agios, les frais sont preleves meme s'ils creusent le decouvert

DEBITER-FRAIS-COMPTE.
    MOVE EC-SOLDE TO SOLDE-AVANT
    SUBTRACT MONTANT-FRAIS FROM EC-SOLDE

    REWRITE ENREGISTREMENT-COMPTE
        INVALID KEY
            MOVE "ERREUR" TO RESULTAT-FRAIS
            DISPLAY "Erreur lors de la mise a jour du compte."
        NOT INVALID KEY
            MOVE "DEBITE" TO RESULTAT-FRAIS

            MOVE MONTANT-FRAIS TO MONTANT
            MOVE "FRAIS" TO TYPE-MOUVEMENT
            MOVE TYPE-FRAIS-LU TO COMPLEMENT-MOUVEMENT
            PERFORM ECRIRE-MOUVEMENT
    END-REWRITE.

*> Ecrit dans le rapport la ligne de frais du compte courant

ECRIRE-LIGNE-FRAIS.
    MOVE MONTANT-FRAIS TO MONTANT-AFF

    MOVE SPACES TO LIGNE-RAPPORT
    STRING EC-NUMCOMPTE
           ";"
           EC-TYPE
           ";"
           TYPE-FRAIS-LU
           ";"
           NB-EVENEMENTS-FRAIS
           ";"
           FUNCTION TRIM(MONTANT-AFF)
           ";"
           FUNCTION TRIM(RESULTAT-FRAIS)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT.

*> Cumule la ligne de frais courante (produit CODE-PRODUIT-FRAIS, type
*> TYPE-FRAIS-LU, montant MONTANT-FRAIS, resultat RESULTAT-FRAIS) dans
*> les totaux generaux et dans le resume par produit

CUMULER-FRAIS-PRODUIT.
    MOVE "N" TO PRODUIT-FRAIS-TROUVE

    PERFORM VARYING INDICE-PRODUIT-FRAIS FROM 1 BY 1
            UNTIL INDICE-PRODUIT-FRAIS > NB-PRODUITS-FRAIS
               OR PRODUIT-FRAIS-TROUVE = "Y"
        IF FP-CODE(INDICE-PRODUIT-FRAIS) = CODE-PRODUIT-FRAIS
            MOVE "Y" TO PRODUIT-FRAIS-TROUVE
        END-IF
    END-PERFORM

    IF PRODUIT-FRAIS-TROUVE = "Y"
        SUBTRACT 1 FROM INDICE-PRODUIT-FRAIS
    ELSE
        IF NB-PRODUITS-FRAIS < 20
            ADD 1 TO NB-PRODUITS-FRAIS
            MOVE NB-PRODUITS-FRAIS TO INDICE-PRODUIT-FRAIS
            MOVE CODE-PRODUIT-FRAIS TO FP-CODE(INDICE-PRODUIT-FRAIS)
            MOVE 0 TO FP-NB-FRAIS(INDICE-PRODUIT-FRAIS)
            MOVE 0 TO FP-TENU(INDICE-PRODUIT-FRAIS)
            MOVE 0 TO FP-RETR(INDICE-PRODUIT-FRAIS)
            MOVE 0 TO FP-VEXT(INDICE-PRODUIT-FRAIS)
            MOVE 0 TO FP-REJP(INDICE-PRODUIT-FRAIS)
            MOVE 0 TO FP-EXONERE(INDICE-PRODUIT-FRAIS)
            MOVE "Y" TO PRODUIT-FRAIS-TROUVE
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN RESULTAT-FRAIS = "EXONERE"
            ADD 1 TO NB-FRAIS-EXONERES
            ADD MONTANT-FRAIS TO TOTAL-FRAIS-EXONERES
            IF PRODUIT-FRAIS-TROUVE = "Y"
                ADD MONTANT-FRAIS TO FP-EXONERE(INDICE-PRODUIT-FRAIS)
            END-IF
        WHEN RESULTAT-FRAIS = "DEBITE"
            ADD 1 TO NB-FRAIS-DEBITES
            ADD MONTANT-FRAIS TO TOTAL-FRAIS-DEBITES
            IF PRODUIT-FRAIS-TROUVE = "Y"
                ADD 1 TO FP-NB-FRAIS(INDICE-PRODUIT-FRAIS)
                EVALUATE TYPE-FRAIS-LU
                    WHEN "TENU"
                        ADD MONTANT-FRAIS
                          TO FP-TENU(INDICE-PRODUIT-FRAIS)
                    WHEN "RETR"
                        ADD MONTANT-FRAIS
                          TO FP-RETR(INDICE-PRODUIT-FRAIS)
                    WHEN "VEXT"
                        ADD MONTANT-FRAIS
                          TO FP-VEXT(INDICE-PRODUIT-FRAIS)
                    WHEN "REJP"
                        ADD MONTANT-FRAIS
                          TO FP-REJP(INDICE-PRODUIT-FRAIS)
                END-EVALUATE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Relit le rapport laisse par une execution interrompue et
*> re-amorce les totaux generaux et le resume par produit avec les
*> frais deja traites ; un rapport absent laisse les cumuls a zero

RELIRE-RAPPORT-FRAIS-REPRISE.
    MOVE "N" TO EOF-FLAG-RAPPORT

    MOVE SPACES TO FS-RAPPORT
    OPEN INPUT RAPPORT

    IF FS-RAPPORT = "00"
        PERFORM UNTIL EOF-FLAG-RAPPORT = "Y"
            READ RAPPORT INTO LIGNE-RAPPORT
                AT END
                    MOVE "Y" TO EOF-FLAG-RAPPORT
                NOT AT END
                    *> Seules les lignes de detail commencent par un
                    *> numero de compte
                    IF LIGNE-RAPPORT(1:6) IS NUMERIC
                        PERFORM DECOUPER-LIGNE-FRAIS
                        MOVE FRAIS-PRODUIT-TXT TO CODE-PRODUIT-FRAIS
                        MOVE FRAIS-TYPE-TXT TO TYPE-FRAIS-LU
                        MOVE FUNCTION NUMVAL(FRAIS-MONTANT-TXT)
                          TO MONTANT-FRAIS
                        MOVE FRAIS-RESULTAT-TXT TO RESULTAT-FRAIS
                        PERFORM CUMULER-FRAIS-PRODUIT
                    END-IF
            END-READ
        END-PERFORM

        CLOSE RAPPORT
    END-IF.

*> Découpe une ligne de detail du rapport des frais
*> (format : NumCompte;Produit;TypeFrais;NbEvenements;Montant;Resultat)

DECOUPER-LIGNE-FRAIS.
    MOVE SPACES TO FRAIS-NUMCOMPTE-TXT
    MOVE SPACES TO FRAIS-PRODUIT-TXT
    MOVE SPACES TO FRAIS-TYPE-TXT
    MOVE SPACES TO FRAIS-NB-TXT
    MOVE SPACES TO FRAIS-MONTANT-TXT
    MOVE SPACES TO FRAIS-RESULTAT-TXT

    UNSTRING LIGNE-RAPPORT
        DELIMITED BY ";"
        INTO FRAIS-NUMCOMPTE-TXT
             FRAIS-PRODUIT-TXT
             FRAIS-TYPE-TXT
             FRAIS-NB-TXT
             FRAIS-MONTANT-TXT
             FRAIS-RESULTAT-TXT
    END-UNSTRING.

*> Ecrit en fin de rapport le resume des frais par produit, puis les
*> totaux generaux

ECRIRE-RESUME-FRAIS.
    MOVE "RESUME PAR PRODUIT" TO LIGNE-RAPPORT
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    PERFORM VARYING INDICE-PRODUIT-FRAIS FROM 1 BY 1
            UNTIL INDICE-PRODUIT-FRAIS > NB-PRODUITS-FRAIS
        MOVE FP-TENU(INDICE-PRODUIT-FRAIS) TO FRAIS-TENU-AFF
        MOVE FP-RETR(INDICE-PRODUIT-FRAIS) TO FRAIS-RETR-AFF
        MOVE FP-VEXT(INDICE-PRODUIT-FRAIS) TO FRAIS-VEXT-AFF
        MOVE FP-REJP(INDICE-PRODUIT-FRAIS) TO FRAIS-REJP-AFF
        MOVE FP-EXONERE(INDICE-PRODUIT-FRAIS) TO TOTAL-EXONERE-AFF
        COMPUTE TOTAL-FRAIS-AFF =
            FP-TENU(INDICE-PRODUIT-FRAIS)
            + FP-RETR(INDICE-PRODUIT-FRAIS)
            + FP-VEXT(INDICE-PRODUIT-FRAIS)
            + FP-REJP(INDICE-PRODUIT-FRAIS)

        MOVE SPACES TO LIGNE-RAPPORT
        STRING "Produit " FP-CODE(INDICE-PRODUIT-FRAIS)
               " : tenue " FUNCTION TRIM(FRAIS-TENU-AFF)
               " retraits " FUNCTION TRIM(FRAIS-RETR-AFF)
               " vir.ext " FUNCTION TRIM(FRAIS-VEXT-AFF)
               " rejets " FUNCTION TRIM(FRAIS-REJP-AFF)
               " total " FUNCTION TRIM(TOTAL-FRAIS-AFF)
               " exonere " FUNCTION TRIM(TOTAL-EXONERE-AFF)
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

        DISPLAY FUNCTION TRIM(LIGNE-RAPPORT)
    END-PERFORM

    MOVE TOTAL-FRAIS-DEBITES TO TOTAL-FRAIS-AFF
    MOVE TOTAL-FRAIS-EXONERES TO TOTAL-EXONERE-AFF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "Frais debites : " NB-FRAIS-DEBITES
           " pour " FUNCTION TRIM(TOTAL-FRAIS-AFF)
           " - Exoneres : " NB-FRAIS-EXONERES
           " pour " FUNCTION TRIM(TOTAL-EXONERE-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT.

*> Attestation fiscale annuelle : "banque FISCAL AAAA" releve, pour
*> l'annee revolue AAAA, les interets credites et les agios preleves
*> sur chaque compte ainsi que son solde au 31 decembre, en relisant
*> les archives annuelles puis le journal courant - les lignes de
*> l'annee se trouvent dans l'un ou dans l'autre selon que
*> l'archivage est passe ou non, jamais dans les deux ; une
*> attestation FISCAL-NumClient-AAAA.txt est produite par client pour
*> l'ensemble de ses comptes, et la declaration FISCAL-AAAA.txt
*> reprend une ligne par client et une ligne de controle finale

TRAITEMENT-ATTESTATIONS-FISCALES.
    MOVE FUNCTION TRIM(ARGUMENT-COMMANDE) TO ANNEE-FISCALE

    ACCEPT DATE-SYS FROM DATE YYYYMMDD
    COMPUTE ANNEE-COURANTE = FUNCTION INTEGER(DATE-SYS / 10000)

    *> L'annee demandee doit faire quatre chiffres et etre revolue
    EVALUATE TRUE
        WHEN ANNEE-FISCALE = SPACES
          OR ANNEE-FISCALE IS NOT NUMERIC
          OR ARGUMENT-COMMANDE(5:) NOT = SPACES
            DISPLAY "Usage : banque FISCAL AAAA"
            DISPLAY "Exemple : banque FISCAL 2025"
        WHEN FUNCTION NUMVAL(ANNEE-FISCALE) >= ANNEE-COURANTE
            DISPLAY "Traitement refuse : l'attestation fiscale ne "
                    "porte que sur une annee revolue."
        WHEN OTHER
            PERFORM PRODUIRE-ATTESTATIONS-FISCALES
    END-EVALUATE.

*> Corps de l'attestation fiscale, une fois l'annee controlee

PRODUIRE-ATTESTATIONS-FISCALES.
    MOVE 0 TO NB-COMPTES-FISCAL
    MOVE "N" TO TABLE-FISCALE-PLEINE

    *> Les archives sont relues dans l'ordre des annees, puis le
    *> journal courant, pour rencontrer les lignes dans l'ordre
    *> chronologique
    PERFORM VARYING ANNEE-ARCHIVE-HISTO FROM 2000 BY 1
            UNTIL ANNEE-ARCHIVE-HISTO > ANNEE-COURANTE
        PERFORM RELEVER-ARCHIVE-FISCALE
    END-PERFORM

    MOVE "N" TO EOF-FLAG-MOUVEMENTS

    OPEN INPUT MOUVEMENTS

    PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
        READ MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
            AT END
                MOVE "Y" TO EOF-FLAG-MOUVEMENTS
            NOT AT END
                PERFORM DECOUPER-LIGNE-MOUVEMENT
                PERFORM RETENIR-MOUVEMENT-FISCAL
        END-READ
    END-PERFORM

    CLOSE MOUVEMENTS

    IF TABLE-FISCALE-PLEINE = "Y"
        DISPLAY "Traitement refuse : plus de 5000 comptes sur "
                "l'annee, table des comptes pleine ; aucune "
                "attestation n'a ete produite."
    ELSE
        PERFORM RATTACHER-COMPTES-FISCAUX
        PERFORM ECRIRE-ATTESTATIONS-FISCALES
    END-IF.

*> Relit une archive annuelle, si elle existe, pour l'attestation

RELEVER-ARCHIVE-FISCALE.
    MOVE SPACES TO NOM-FICHIER-ARCHIVE
    STRING "Archive-" ANNEE-ARCHIVE-HISTO ".txt"
    INTO NOM-FICHIER-ARCHIVE
    END-STRING

    MOVE SPACES TO FS-ARCHIVE
    OPEN INPUT ARCHIVE-MOUVEMENTS

    IF FS-ARCHIVE = "00"
        MOVE "N" TO EOF-FLAG-MOUVEMENTS

        PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
            READ ARCHIVE-MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
                AT END
                    MOVE "Y" TO EOF-FLAG-MOUVEMENTS
                NOT AT END
                    PERFORM DECOUPER-LIGNE-MOUVEMENT
                    PERFORM RETENIR-MOUVEMENT-FISCAL
            END-READ
        END-PERFORM

        CLOSE ARCHIVE-MOUVEMENTS
    END-IF.

*> Retient le mouvement courant s'il est date de l'annee demandee ou
*> d'une annee anterieure : le dernier solde apres connu donne le
*> solde au 31 decembre, les interets et agios de l'annee sont
*> cumules, nets de leurs extournes de l'annee, et l'ouverture du
*> compte en donne le client et le produit, utiles pour un compte
*> ferme depuis

RETENIR-MOUVEMENT-FISCAL.
    IF MVT-HORODATAGE(1:4) <= ANNEE-FISCALE
       AND MVT-NUMCOMPTE-TXT IS NUMERIC
        PERFORM TROUVER-COMPTE-FISCAL

        IF COMPTE-FISCAL-TROUVE = "Y"
            IF MVT-HORODATAGE >= FA-HORODATAGE-FIN(INDICE-FISCAL)
                MOVE MVT-HORODATAGE
                  TO FA-HORODATAGE-FIN(INDICE-FISCAL)
                MOVE FUNCTION NUMVAL(MVT-APRES-TXT)
                  TO FA-SOLDE-FIN(INDICE-FISCAL)
            END-IF

            IF FUNCTION TRIM(MVT-TYPE) = "OUVERTURE"
               AND MVT-COMPLEMENT(1:6) IS NUMERIC
                MOVE MVT-COMPLEMENT(1:6)
                  TO FA-NUMCLIENT(INDICE-FISCAL)
                MOVE MVT-COMPLEMENT(7:2) TO FA-TYPE(INDICE-FISCAL)
            END-IF

            IF MVT-HORODATAGE(1:4) = ANNEE-FISCALE
                EVALUATE FUNCTION TRIM(MVT-TYPE)
                    WHEN "INTERET"
                        ADD FUNCTION NUMVAL(MVT-MONTANT-TXT)
                          TO FA-INTERETS(INDICE-FISCAL)
                        ADD 1 TO FA-MOUVEMENTS-ANNEE(INDICE-FISCAL)
                    WHEN "AGIOS"
                        ADD FUNCTION NUMVAL(MVT-MONTANT-TXT)
                          TO FA-AGIOS(INDICE-FISCAL)
                        ADD 1 TO FA-MOUVEMENTS-ANNEE(INDICE-FISCAL)
                    WHEN "EXT-DEB"
                    WHEN "EXT-CRE"
                        ADD 1 TO FA-MOUVEMENTS-ANNEE(INDICE-FISCAL)
                        IF MVT-REFERENCE IS NUMERIC
                            PERFORM DEDUIRE-EXTOURNE-FISCALE
                        END-IF
                    WHEN "REPORT"
                        *> Solde de report ecrit par l'archivage : ce
                        *> n'est pas une operation de l'annee
                        CONTINUE
                    WHEN OTHER
                        ADD 1 TO FA-MOUVEMENTS-ANNEE(INDICE-FISCAL)
                END-EVALUATE
            END-IF
        END-IF
    END-IF.

*> Extourne de l'annee : le mouvement extourne est lu par son numero
*> dans le fichier indexe des mouvements ; s'il s'agit d'interets ou
*> d'agios, le montant extourne en est deduit, sans descendre sous
*> zero si le mouvement d'origine date d'une annee deja attestee

DEDUIRE-EXTOURNE-FISCALE.
    MOVE SPACES TO TYPE-MVT-EXTOURNE-FISC

    OPEN INPUT MOUVEMENT-INDEXE

    MOVE FUNCTION NUMVAL(MVT-REFERENCE) TO MI-NUMERO
    READ MOUVEMENT-INDEXE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            UNSTRING MI-LIGNE
                DELIMITED BY ";"
                INTO NUMCOMPTE-EXTOURNE-FISC
                     TYPE-MVT-EXTOURNE-FISC
            END-UNSTRING
    END-READ

    CLOSE MOUVEMENT-INDEXE

    MOVE FUNCTION NUMVAL(MVT-MONTANT-TXT) TO MONTANT-EXTOURNE-FISC

    EVALUATE FUNCTION TRIM(TYPE-MVT-EXTOURNE-FISC)
        WHEN "INTERET"
            IF MONTANT-EXTOURNE-FISC > FA-INTERETS(INDICE-FISCAL)
                MOVE 0 TO FA-INTERETS(INDICE-FISCAL)
            ELSE
                SUBTRACT MONTANT-EXTOURNE-FISC
                    FROM FA-INTERETS(INDICE-FISCAL)
            END-IF
        WHEN "AGIOS"
            IF MONTANT-EXTOURNE-FISC > FA-AGIOS(INDICE-FISCAL)
                MOVE 0 TO FA-AGIOS(INDICE-FISCAL)
            ELSE
                SUBTRACT MONTANT-EXTOURNE-FISC
                    FROM FA-AGIOS(INDICE-FISCAL)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Recherche dans la table des comptes de l'attestation l'entree du
*> compte du mouvement courant, et la cree a zero si elle n'existe
*> pas encore

TROUVER-COMPTE-FISCAL.
    MOVE "N" TO COMPTE-FISCAL-TROUVE

    PERFORM VARYING INDICE-FISCAL FROM 1 BY 1
            UNTIL INDICE-FISCAL > NB-COMPTES-FISCAL
               OR COMPTE-FISCAL-TROUVE = "Y"
        IF FA-NUMCOMPTE(INDICE-FISCAL) = MVT-NUMCOMPTE-TXT
            MOVE "Y" TO COMPTE-FISCAL-TROUVE
        END-IF
    END-PERFORM

    IF COMPTE-FISCAL-TROUVE = "Y"
        SUBTRACT 1 FROM INDICE-FISCAL
    ELSE
        IF NB-COMPTES-FISCAL < 5000
            ADD 1 TO NB-COMPTES-FISCAL
            MOVE NB-COMPTES-FISCAL TO INDICE-FISCAL
            MOVE MVT-NUMCOMPTE-TXT TO FA-NUMCOMPTE(INDICE-FISCAL)
            MOVE 0 TO FA-NUMCLIENT(INDICE-FISCAL)
            MOVE SPACES TO FA-TYPE(INDICE-FISCAL)
            MOVE 0 TO FA-INTERETS(INDICE-FISCAL)
            MOVE 0 TO FA-AGIOS(INDICE-FISCAL)
            MOVE 0 TO FA-SOLDE-FIN(INDICE-FISCAL)
            MOVE SPACES TO FA-HORODATAGE-FIN(INDICE-FISCAL)
            MOVE 0 TO FA-MOUVEMENTS-ANNEE(INDICE-FISCAL)
            MOVE "N" TO FA-RATTACHE(INDICE-FISCAL)
            MOVE "Y" TO COMPTE-FISCAL-TROUVE
        ELSE
            MOVE "Y" TO TABLE-FISCALE-PLEINE
        END-IF
    END-IF.

*> Rattache chaque compte de la table a son client et a son produit
*> actuels lus dans Compte.dat ; un compte ferme depuis garde le
*> client et le produit de son ouverture

RATTACHER-COMPTES-FISCAUX.
    OPEN INPUT COMPTE

    PERFORM VARYING INDICE-FISCAL FROM 1 BY 1
            UNTIL INDICE-FISCAL > NB-COMPTES-FISCAL
        MOVE FUNCTION NUMVAL(FA-NUMCOMPTE(INDICE-FISCAL))
          TO EC-NUMCOMPTE
        READ COMPTE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EC-NUMCLIENT TO FA-NUMCLIENT(INDICE-FISCAL)
                MOVE EC-TYPE TO FA-TYPE(INDICE-FISCAL)
        END-READ
    END-PERFORM

    CLOSE COMPTE.

*> Produit les attestations client par client, dans l'ordre des
*> numeros de client, et la declaration recapitulative ; seuls
*> figurent les comptes mouvementes dans l'annee ou dont le solde au
*> 31 decembre n'est pas nul

ECRIRE-ATTESTATIONS-FISCALES.
    MOVE 0 TO NB-CERTIFICATS
    MOVE 0 TO NB-COMPTES-CERTIFIES
    MOVE 0 TO NB-COMPTES-SANS-CLIENT
    MOVE 0 TO TOTAL-INTERETS-FISCAL
    MOVE 0 TO TOTAL-AGIOS-FISCAL

    *> Constitution de la declaration : FISCAL-AAAA.txt
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "FISCAL-" ANNEE-FISCALE ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    OPEN OUTPUT RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "DECLARATION DES INTERETS ET AGIOS - ANNEE " ANNEE-FISCALE
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE "NumClient;Nom;Prenom;Adresse;Interets;Agios"
      TO LIGNE-RAPPORT
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE "N" TO EOF-FLAG-CLIENT

    OPEN INPUT CLIENT

    PERFORM UNTIL EOF-FLAG-CLIENT = "Y"
        READ CLIENT NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-CLIENT
            NOT AT END
                PERFORM ECRIRE-ATTESTATION-CLIENT
        END-READ
    END-PERFORM

    CLOSE CLIENT

    *> Ligne de controle finale : nombre de clients declares et
    *> totaux des interets et des agios
    MOVE TOTAL-INTERETS-FISCAL TO INTERETS-FISCAL-AFF
    MOVE TOTAL-AGIOS-FISCAL TO AGIOS-FISCAL-AFF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "TOTAL;"
           NB-CERTIFICATS
           ";"
           FUNCTION TRIM(INTERETS-FISCAL-AFF)
           ";"
           FUNCTION TRIM(AGIOS-FISCAL-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    CLOSE RAPPORT

    *> Un compte dont le client n'a pu etre retrouve ne figure sur
    *> aucune attestation : il est signale pour traitement manuel
    PERFORM VARYING INDICE-FISCAL FROM 1 BY 1
            UNTIL INDICE-FISCAL > NB-COMPTES-FISCAL
        IF FA-RATTACHE(INDICE-FISCAL) = "N"
           AND (FA-MOUVEMENTS-ANNEE(INDICE-FISCAL) > 0
                OR FA-SOLDE-FIN(INDICE-FISCAL) NOT = 0)
            ADD 1 TO NB-COMPTES-SANS-CLIENT
            DISPLAY "ATTENTION : compte " FA-NUMCOMPTE(INDICE-FISCAL)
                    " sans client connu, absent des attestations."
        END-IF
    END-PERFORM

    DISPLAY "Attestations fiscales de l'annee " ANNEE-FISCALE
            " terminees."
    DISPLAY "Attestations produites : " NB-CERTIFICATS
    DISPLAY "Comptes attestes       : " NB-COMPTES-CERTIFIES
    DISPLAY "Comptes sans client    : " NB-COMPTES-SANS-CLIENT
    DISPLAY "Total des interets     : "
            FUNCTION TRIM(INTERETS-FISCAL-AFF)
    DISPLAY "Total des agios        : "
            FUNCTION TRIM(AGIOS-FISCAL-AFF)
    DISPLAY "Declaration produite   : "
            FUNCTION TRIM(NOM-FICHIER-RAPPORT).

*> Produit l'attestation du client courant du fichier des clients,
*> s'il detient au moins un compte a attester, et sa ligne de
*> declaration

ECRIRE-ATTESTATION-CLIENT.
    MOVE 0 TO NB-COMPTES-CLIENT
    MOVE 0 TO INTERETS-CLIENT
    MOVE 0 TO AGIOS-CLIENT

    PERFORM VARYING INDICE-FISCAL FROM 1 BY 1
            UNTIL INDICE-FISCAL > NB-COMPTES-FISCAL
        IF FA-NUMCLIENT(INDICE-FISCAL) = CL-NUMCLIENT
           AND (FA-MOUVEMENTS-ANNEE(INDICE-FISCAL) > 0
                OR FA-SOLDE-FIN(INDICE-FISCAL) NOT = 0)
            IF NB-COMPTES-CLIENT = 0
                PERFORM OUVRIR-ATTESTATION-CLIENT
            END-IF

            ADD 1 TO NB-COMPTES-CLIENT
            ADD 1 TO NB-COMPTES-CERTIFIES
            ADD FA-INTERETS(INDICE-FISCAL) TO INTERETS-CLIENT
            ADD FA-AGIOS(INDICE-FISCAL) TO AGIOS-CLIENT
            MOVE "Y" TO FA-RATTACHE(INDICE-FISCAL)

            MOVE FA-INTERETS(INDICE-FISCAL) TO INTERETS-FISCAL-AFF
            MOVE FA-AGIOS(INDICE-FISCAL) TO AGIOS-FISCAL-AFF
            MOVE FA-SOLDE-FIN(INDICE-FISCAL) TO SOLDE-FIN-AFF

            MOVE SPACES TO LIGNE-RELEVE
            STRING FA-NUMCOMPTE(INDICE-FISCAL)
                   ";"
                   FA-TYPE(INDICE-FISCAL)
                   ";"
                   FUNCTION TRIM(INTERETS-FISCAL-AFF)
                   ";"
                   FUNCTION TRIM(AGIOS-FISCAL-AFF)
                   ";"
                   FUNCTION TRIM(SOLDE-FIN-AFF)
            INTO LIGNE-RELEVE
            END-STRING
            WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE
        END-IF
    END-PERFORM

    IF NB-COMPTES-CLIENT > 0
        ADD 1 TO NB-CERTIFICATS
        ADD INTERETS-CLIENT TO TOTAL-INTERETS-FISCAL
        ADD AGIOS-CLIENT TO TOTAL-AGIOS-FISCAL

        MOVE INTERETS-CLIENT TO INTERETS-FISCAL-AFF
        MOVE AGIOS-CLIENT TO AGIOS-FISCAL-AFF

        MOVE SPACES TO LIGNE-RELEVE
        STRING "Total des interets percus : "
               FUNCTION TRIM(INTERETS-FISCAL-AFF)
        INTO LIGNE-RELEVE
        END-STRING
        WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE

        MOVE SPACES TO LIGNE-RELEVE
        STRING "Total des agios payes     : "
               FUNCTION TRIM(AGIOS-FISCAL-AFF)
        INTO LIGNE-RELEVE
        END-STRING
        WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE

        CLOSE RELEVE

        *> Ligne de la declaration pour ce client
        MOVE SPACES TO LIGNE-RAPPORT
        STRING CL-NUMCLIENT
               ";"
               FUNCTION TRIM(CL-NOM)
               ";"
               FUNCTION TRIM(CL-PRENOM)
               ";"
               FUNCTION TRIM(CL-ADRESSE)
               ";"
               FUNCTION TRIM(INTERETS-FISCAL-AFF)
               ";"
               FUNCTION TRIM(AGIOS-FISCAL-AFF)
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-IF.

*> Ouvre l'attestation FISCAL-NumClient-AAAA.txt du client courant et
*> en ecrit l'en-tete : annee, identite et adresse du client

OUVRIR-ATTESTATION-CLIENT.
    MOVE SPACES TO NOM-FICHIER-RELEVE
    STRING "FISCAL-" CL-NUMCLIENT "-" ANNEE-FISCALE ".txt"
    INTO NOM-FICHIER-RELEVE
    END-STRING

    OPEN OUTPUT RELEVE

    MOVE SPACES TO LIGNE-RELEVE
    STRING "ATTESTATION FISCALE - ANNEE " ANNEE-FISCALE
    INTO LIGNE-RELEVE
    END-STRING
    WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE

    MOVE SPACES TO LIGNE-RELEVE
    STRING "Client : " CL-NUMCLIENT " - "
           FUNCTION TRIM(CL-PRENOM) " " FUNCTION TRIM(CL-NOM)
    INTO LIGNE-RELEVE
    END-STRING
    WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE

    MOVE SPACES TO LIGNE-RELEVE
    STRING "Adresse : " FUNCTION TRIM(CL-ADRESSE)
    INTO LIGNE-RELEVE
    END-STRING
    WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE

    MOVE SPACES TO LIGNE-RELEVE
    STRING "Compte;Produit;Interets;Agios;Solde au 31/12/"
           ANNEE-FISCALE
    INTO LIGNE-RELEVE
    END-STRING
    WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE.

*> Detection des comptes inactifs : "banque INACTIFS" recherche pour
*> chaque compte la date de son dernier mouvement a l'initiative du
*> client, dans les archives annuelles puis le journal courant ; les
*> mouvements passes par le systeme (interets, agios, frais,
*> echeances de pret, reports d'archivage, extournes, rejets) ne
*> comptent pas ; un compte actif sans activite depuis le nombre de
*> mois du parametre MOIS-INACTIF passe au statut I (inactif), qui
*> refuse les debits au guichet jusqu'a sa reactivation par le
*> superviseur (option 16), et la liste est ecrite dans le rapport
*> INACTIFS-AAAAMMJJ.txt

TRAITEMENT-COMPTES-INACTIFS.
    *> Le changement de statut des comptes est reserve au superviseur
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Traitement refuse : la detection des comptes "
                "inactifs est reservee au superviseur."
    ELSE
        MOVE "MOIS-INACTIF" TO PARAMETRE-CLE-LU
        PERFORM LIRE-PARAMETRE
        MOVE VALEUR-PARAMETRE TO MOIS-INACTIVITE

        IF PARAMETRE-TROUVE = "N" OR MOIS-INACTIVITE = 0
            DISPLAY "Traitement refuse : le parametre MOIS-INACTIF "
                    "est absent ou nul."
        ELSE
            PERFORM APPLIQUER-DETECTION-INACTIFS
        END-IF
    END-IF.

*> Corps de la detection des comptes inactifs, une fois l'habilitation
*> et la duree d'inactivite verifiees

APPLIQUER-DETECTION-INACTIFS.
    ACCEPT DATE-CONTROLE FROM DATE YYYYMMDD
    MOVE DATE-CONTROLE TO DATE-CONTROLE-TXT
    COMPUTE ANNEE-COURANTE = FUNCTION INTEGER(DATE-CONTROLE / 10000)

    *> Date limite : aujourd'hui diminue de la duree d'inactivite ;
    *> un compte dont la derniere activite est anterieure est inactif
    COMPUTE MOIS-ABSOLU-INACTIF =
        ANNEE-COURANTE * 12
        + FUNCTION NUMVAL(DATE-CONTROLE-TXT(5:2)) - 1
        - MOIS-INACTIVITE
    DIVIDE MOIS-ABSOLU-INACTIF BY 12
        GIVING ANNEE-LIMITE-INACTIF
        REMAINDER MOIS-LIMITE-INACTIF
    ADD 1 TO MOIS-LIMITE-INACTIF

    MOVE SPACES TO DATE-LIMITE-INACTIF
    STRING ANNEE-LIMITE-INACTIF
           MOIS-LIMITE-INACTIF
           DATE-CONTROLE-TXT(7:2)
    INTO DATE-LIMITE-INACTIF
    END-STRING

    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        PERFORM RELEVER-ACTIVITE-COMPTES

        IF TABLE-ACTIVITE-PLEINE = "Y"
            DISPLAY "Traitement refuse : plus de 5000 comptes dans "
                    "l'historique, table d'activite pleine ; aucun "
                    "statut n'a ete modifie."
        ELSE
            *> Controle d'execution : une seule detection par jour,
            *> avec reprise au-dela du dernier compte traite si
            *> l'execution precedente a ete interrompue
            MOVE "INACTIFS" TO CONTROLE-BATCH-NOM
            MOVE DATE-CONTROLE-TXT TO CONTROLE-PERIODE
            MOVE SPACES TO CONTROLE-FICHIER
            PERFORM DEMARRER-CONTROLE-BATCH

            IF BATCH-AUTORISE = "Y"
                PERFORM CLASSER-COMPTES-INACTIFS
                PERFORM TERMINER-CONTROLE-BATCH

                DISPLAY "Detection des comptes inactifs terminee."
                DISPLAY "Sans activite depuis le  : "
                        DATE-LIMITE-INACTIF
                DISPLAY "Comptes mis en inactivite : "
                        NB-COMPTES-MIS-INACTIFS
                DISPLAY "Comptes deja inactifs     : "
                        NB-COMPTES-DEJA-INACTIFS
                DISPLAY "Comptes bloques ou geles  : "
                        NB-COMPTES-INACTIFS-BLOQUES
                DISPLAY "Comptes sans historique   : "
                        NB-COMPTES-SANS-ACTIVITE
                DISPLAY "Rapport genere : "
                        FUNCTION TRIM(NOM-FICHIER-RAPPORT)
            END-IF
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Constitue la table de la derniere activite client de chaque
*> compte, en relisant les archives dans l'ordre des annees puis le
*> journal courant

RELEVER-ACTIVITE-COMPTES.
    MOVE 0 TO NB-COMPTES-ACTIVITE
    MOVE "N" TO TABLE-ACTIVITE-PLEINE

    PERFORM VARYING ANNEE-ARCHIVE-HISTO FROM 2000 BY 1
            UNTIL ANNEE-ARCHIVE-HISTO > ANNEE-COURANTE
        MOVE SPACES TO NOM-FICHIER-ARCHIVE
        STRING "Archive-" ANNEE-ARCHIVE-HISTO ".txt"
        INTO NOM-FICHIER-ARCHIVE
        END-STRING

        MOVE SPACES TO FS-ARCHIVE
        OPEN INPUT ARCHIVE-MOUVEMENTS

        IF FS-ARCHIVE = "00"
            MOVE "N" TO EOF-FLAG-MOUVEMENTS

            PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
                READ ARCHIVE-MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
                    AT END
                        MOVE "Y" TO EOF-FLAG-MOUVEMENTS
                    NOT AT END
                        PERFORM DECOUPER-LIGNE-MOUVEMENT
                        PERFORM RETENIR-ACTIVITE-CLIENT
                END-READ
            END-PERFORM

            CLOSE ARCHIVE-MOUVEMENTS
        END-IF
    END-PERFORM

    MOVE "N" TO EOF-FLAG-MOUVEMENTS

    OPEN INPUT MOUVEMENTS

    PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
        READ MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
            AT END
                MOVE "Y" TO EOF-FLAG-MOUVEMENTS
            NOT AT END
                PERFORM DECOUPER-LIGNE-MOUVEMENT
                PERFORM RETENIR-ACTIVITE-CLIENT
        END-READ
    END-PERFORM

    CLOSE MOUVEMENTS.

*> Retient la date du mouvement courant comme derniere activite du
*> compte s'il s'agit d'une operation a l'initiative du client

RETENIR-ACTIVITE-CLIENT.
    EVALUATE FUNCTION TRIM(MVT-TYPE)
        WHEN "INTERET"
        WHEN "AGIOS"
        WHEN "FRAIS"
        WHEN "ECHEANCE"
        WHEN "REPORT"
        WHEN "PERM-REJ"
        WHEN "EXT-CRE"
        WHEN "EXT-DEB"
        WHEN "VIR-REJ"
        WHEN "FERMETURE"
            *> Mouvements passes par le systeme : pas une activite
            CONTINUE
        WHEN OTHER
            IF MVT-NUMCOMPTE-TXT IS NUMERIC
               AND MVT-HORODATAGE(1:8) IS NUMERIC
                PERFORM TROUVER-ACTIVITE-COMPTE

                IF ACTIVITE-CPT-TROUVEE = "Y"
                   AND MVT-HORODATAGE(1:8)
                       > AC-DERNIERE-DATE(INDICE-INACTIF)
                    MOVE MVT-HORODATAGE(1:8)
                      TO AC-DERNIERE-DATE(INDICE-INACTIF)
                END-IF
            END-IF
    END-EVALUATE.

*> Recherche dans la table d'activite l'entree du compte du mouvement
*> courant, et la cree sans date si elle n'existe pas encore

TROUVER-ACTIVITE-COMPTE.
    MOVE "N" TO ACTIVITE-CPT-TROUVEE

    PERFORM VARYING INDICE-INACTIF FROM 1 BY 1
            UNTIL INDICE-INACTIF > NB-COMPTES-ACTIVITE
               OR ACTIVITE-CPT-TROUVEE = "Y"
        IF AC-NUMCOMPTE(INDICE-INACTIF) = MVT-NUMCOMPTE-TXT
            MOVE "Y" TO ACTIVITE-CPT-TROUVEE
        END-IF
    END-PERFORM

    IF ACTIVITE-CPT-TROUVEE = "Y"
        SUBTRACT 1 FROM INDICE-INACTIF
    ELSE
        IF NB-COMPTES-ACTIVITE < 5000
            ADD 1 TO NB-COMPTES-ACTIVITE
            MOVE NB-COMPTES-ACTIVITE TO INDICE-INACTIF
            MOVE MVT-NUMCOMPTE-TXT TO AC-NUMCOMPTE(INDICE-INACTIF)
            MOVE SPACES TO AC-DERNIERE-DATE(INDICE-INACTIF)
            MOVE "Y" TO ACTIVITE-CPT-TROUVEE
        ELSE
            MOVE "Y" TO TABLE-ACTIVITE-PLEINE
        END-IF
    END-IF.

*> Parcourt les comptes et classe chacun d'eux au regard de la date
*> limite ; en reprise, le rapport de l'execution interrompue est
*> complete plutot qu'ecrase

CLASSER-COMPTES-INACTIFS.
    MOVE 0 TO NB-COMPTES-MIS-INACTIFS
    MOVE 0 TO NB-COMPTES-DEJA-INACTIFS
    MOVE 0 TO NB-COMPTES-INACTIFS-BLOQUES
    MOVE 0 TO NB-COMPTES-SANS-ACTIVITE

    *> Constitution du rapport : INACTIFS-AAAAMMJJ.txt
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "INACTIFS-" DATE-CONTROLE-TXT ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    IF REPRISE-BATCH = "Y"
        OPEN EXTEND RAPPORT
    ELSE
        OPEN OUTPUT RAPPORT

        MOVE SPACES TO LIGNE-RAPPORT
        STRING "COMPTES INACTIFS AU " DATE-CONTROLE-TXT
               " - SANS ACTIVITE CLIENT DEPUIS LE "
               DATE-LIMITE-INACTIF
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

        MOVE "NumCompte;Client;Produit;Solde;DerniereActivite;Resultat"
          TO LIGNE-RAPPORT
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-IF

    MOVE "N" TO EOF-FLAG

    OPEN I-O COMPTE

    *> En reprise, les comptes deja classes avant l'interruption ne
    *> sont pas repris
    IF REPRISE-BATCH = "Y"
        MOVE CHECKPOINT-REPRISE TO EC-NUMCOMPTE
        START COMPTE KEY > EC-NUMCOMPTE
            INVALID KEY
                MOVE "Y" TO EOF-FLAG
        END-START
    END-IF

    PERFORM UNTIL EOF-FLAG = "Y"
        READ COMPTE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG
            NOT AT END
                PERFORM CLASSER-COMPTE-INACTIF
        END-READ
    END-PERFORM

    CLOSE COMPTE
    CLOSE RAPPORT.

*> Classe le compte courant : un compte actif sans activite client
*> depuis la date limite passe au statut I ; un compte deja inactif
*> ou bloque/gele est seulement signale ; un compte sans aucun
*> mouvement dans l'historique n'est pas date et reste en l'etat

CLASSER-COMPTE-INACTIF.
    MOVE EC-NUMCOMPTE TO NUMCOMPTE-MOUVEMENT-TXT
    MOVE SPACES TO DERNIERE-ACTIVITE-CPT
    MOVE SPACES TO RESULTAT-INACTIF

    PERFORM VARYING INDICE-INACTIF FROM 1 BY 1
            UNTIL INDICE-INACTIF > NB-COMPTES-ACTIVITE
               OR DERNIERE-ACTIVITE-CPT NOT = SPACES
        IF AC-NUMCOMPTE(INDICE-INACTIF) = NUMCOMPTE-MOUVEMENT-TXT
            MOVE AC-DERNIERE-DATE(INDICE-INACTIF)
              TO DERNIERE-ACTIVITE-CPT
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN DERNIERE-ACTIVITE-CPT = SPACES
            ADD 1 TO NB-COMPTES-SANS-ACTIVITE
            MOVE "NON DATE - aucun mouvement client"
              TO RESULTAT-INACTIF
        WHEN DERNIERE-ACTIVITE-CPT >= DATE-LIMITE-INACTIF
            *> Compte actif : rien a signaler
            CONTINUE
        WHEN EC-STATUT = "I"
            ADD 1 TO NB-COMPTES-DEJA-INACTIFS
            MOVE "DEJA INACTIF" TO RESULTAT-INACTIF
        WHEN EC-STATUT = "B" OR EC-STATUT = "G"
            *> Le blocage ou le gel prime : le statut est conserve
            ADD 1 TO NB-COMPTES-INACTIFS-BLOQUES
            PERFORM TRADUIRE-STATUT-COMPTE
            MOVE SPACES TO RESULTAT-INACTIF
            STRING "INACTIF - statut conserve ("
                   FUNCTION TRIM(LIBELLE-STATUT-CPT) ")"
            INTO RESULTAT-INACTIF
            END-STRING
        WHEN OTHER
            PERFORM TRADUIRE-STATUT-COMPTE
            MOVE FUNCTION TRIM(LIBELLE-STATUT-CPT) TO AUDIT-AVANT

            MOVE "I" TO EC-STATUT
            REWRITE ENREGISTREMENT-COMPTE
                INVALID KEY
                    MOVE "ERREUR - mise a jour du compte"
                      TO RESULTAT-INACTIF
                NOT INVALID KEY
                    ADD 1 TO NB-COMPTES-MIS-INACTIFS
                    MOVE "MIS EN INACTIVITE" TO RESULTAT-INACTIF

                    *> Consigne le changement dans l'audit
                    PERFORM TRADUIRE-STATUT-COMPTE
                    MOVE "STATUT" TO AUDIT-OBJET
                    MOVE EC-NUMCOMPTE TO AUDIT-CLE
                    MOVE FUNCTION TRIM(LIBELLE-STATUT-CPT)
                      TO AUDIT-APRES
                    PERFORM ECRIRE-AUDIT
            END-REWRITE
    END-EVALUATE

    IF RESULTAT-INACTIF NOT = SPACES
        MOVE EC-SOLDE TO SOLDE-FIN-AFF
        MOVE SPACES TO LIGNE-RAPPORT
        STRING EC-NUMCOMPTE
               ";"
               EC-NUMCLIENT
               ";"
               EC-TYPE
               ";"
               FUNCTION TRIM(SOLDE-FIN-AFF)
               ";"
               DERNIERE-ACTIVITE-CPT
               ";"
               FUNCTION TRIM(RESULTAT-INACTIF)
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-IF

    *> Avancee du point de reprise apres chaque compte
    MOVE EC-NUMCOMPTE TO CHECKPOINT-COURANT
    PERFORM POINTER-CONTROLE-BATCH.

*> Controle d'integrite du journal : "banque INTEGRITE" relit les
*> archives annuelles puis le journal courant et verifie que les
*> numeros de mouvement sont uniques et sans trou jusqu'au compteur
*> CompteurMvt.dat, que pour chaque compte le solde avant de chaque
*> ligne est le solde apres de la ligne precedente et que le solde
*> avant plus ou moins le montant donne le solde apres (les lignes
*> REPORT de l'archivage prolongent la chaine), et signale les
*> lignes illisibles, les types de mouvement inconnus et les
*> guichetiers inconnus dans le rapport INTEGRITE-AAAAMMJJ.txt

TRAITEMENT-CONTROLE-INTEGRITE.
    PERFORM PRODUIRE-CONTROLE-INTEGRITE

    DISPLAY "Controle d'integrite du journal termine."
    DISPLAY "Lignes controlees    : " NB-LIGNES-CONTROLEES
    DISPLAY "Lignes non numerotees: " NB-LIGNES-NON-NUMEROTEES
    DISPLAY "Anomalies            : " NB-ANOMALIES-INTEGRITE
    DISPLAY "Rapport genere : " FUNCTION TRIM(NOM-FICHIER-RAPPORT).

*> Corps du controle d'integrite, partage avec la cloture

PRODUIRE-CONTROLE-INTEGRITE.
    MOVE 0 TO NB-LIGNES-CONTROLEES
    MOVE 0 TO NB-LIGNES-NON-NUMEROTEES
    MOVE 0 TO NB-ANOMALIES-INTEGRITE
    MOVE 0 TO NB-COMPTES-CHAINE
    MOVE "N" TO TABLE-CHAINE-PLEINE
    MOVE "N" TO NUMERO-MVT-VU
    MOVE SPACES TO DERNIER-OPERATEUR-CONNU
    MOVE ALL "N" TO TABLE-NUMEROS-MVT

    ACCEPT DATE-CONTROLE FROM DATE YYYYMMDD
    MOVE DATE-CONTROLE TO DATE-CONTROLE-TXT
    COMPUTE ANNEE-COURANTE = FUNCTION INTEGER(DATE-CONTROLE / 10000)

    *> Le compteur donne le prochain numero a attribuer : tous les
    *> numeros qui le precedent doivent se trouver dans l'historique
    OPEN INPUT COMPTEUR-MVT
    READ COMPTEUR-MVT
        AT END
            MOVE 1 TO ENREGISTREMENT-COMPTEUR-MVT
    END-READ
    CLOSE COMPTEUR-MVT
    COMPUTE DERNIER-NUMERO-ATTRIBUE = ENREGISTREMENT-COMPTEUR-MVT - 1

    *> Constitution du rapport : INTEGRITE-AAAAMMJJ.txt
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "INTEGRITE-" DATE-CONTROLE-TXT ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    OPEN OUTPUT RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "CONTROLE D'INTEGRITE DU JOURNAL AU " DATE-CONTROLE-TXT
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE "Fichier;Ligne;NumCompte;NumMouvement;Anomalie"
      TO LIGNE-RAPPORT
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    OPEN INPUT GUICHETIER

    *> Les archives sont relues dans l'ordre des annees, puis le
    *> journal courant, pour suivre la chaine des soldes dans l'ordre
    *> chronologique
    PERFORM VARYING ANNEE-ARCHIVE-HISTO FROM 2000 BY 1
            UNTIL ANNEE-ARCHIVE-HISTO > ANNEE-COURANTE
        MOVE SPACES TO NOM-FICHIER-ARCHIVE
        STRING "Archive-" ANNEE-ARCHIVE-HISTO ".txt"
        INTO NOM-FICHIER-ARCHIVE
        END-STRING

        MOVE SPACES TO FS-ARCHIVE
        OPEN INPUT ARCHIVE-MOUVEMENTS

        IF FS-ARCHIVE = "00"
            MOVE NOM-FICHIER-ARCHIVE TO NOM-FICHIER-CONTROLE
            MOVE 0 TO NUMERO-LIGNE-FICHIER
            MOVE "N" TO EOF-FLAG-MOUVEMENTS

            PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
                READ ARCHIVE-MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
                    AT END
                        MOVE "Y" TO EOF-FLAG-MOUVEMENTS
                    NOT AT END
                        PERFORM CONTROLER-LIGNE-MOUVEMENT
                END-READ
            END-PERFORM

            CLOSE ARCHIVE-MOUVEMENTS
        END-IF
    END-PERFORM

    MOVE "Mouvements.txt" TO NOM-FICHIER-CONTROLE
    MOVE 0 TO NUMERO-LIGNE-FICHIER
    MOVE "N" TO EOF-FLAG-MOUVEMENTS

    OPEN INPUT MOUVEMENTS

    PERFORM UNTIL EOF-FLAG-MOUVEMENTS = "Y"
        READ MOUVEMENTS INTO LIGNE-MOUVEMENT-LUE
            AT END
                MOVE "Y" TO EOF-FLAG-MOUVEMENTS
            NOT AT END
                PERFORM CONTROLER-LIGNE-MOUVEMENT
        END-READ
    END-PERFORM

    CLOSE MOUVEMENTS
    CLOSE GUICHETIER

    PERFORM RECHERCHER-TROUS-NUMEROS

    IF TABLE-CHAINE-PLEINE = "Y"
        MOVE "CompteurMvt.dat" TO NOM-FICHIER-CONTROLE
        MOVE 0 TO NUMERO-LIGNE-FICHIER
        MOVE SPACES TO MVT-NUMCOMPTE-TXT
        MOVE SPACES TO MVT-NUMERO
        MOVE "CHAINE DES SOLDES NON SUIVIE AU-DELA DE 5000 COMPTES"
          TO ANOMALIE-INTEGRITE
        PERFORM ECRIRE-ANOMALIE-INTEGRITE
    END-IF

    *> Ligne de controle finale : lignes lues et anomalies relevees
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "TOTAL;" NB-LIGNES-CONTROLEES ";" NB-ANOMALIES-INTEGRITE
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    CLOSE RAPPORT.

*> Controle une ligne de l'historique : lisibilite des champs, type
*> du mouvement, guichetier, numero de mouvement, calcul du solde
*> apres et enchainement avec la ligne precedente du meme compte

CONTROLER-LIGNE-MOUVEMENT.
    ADD 1 TO NUMERO-LIGNE-FICHIER
    ADD 1 TO NB-LIGNES-CONTROLEES

    PERFORM DECOUPER-LIGNE-MOUVEMENT

    MOVE "Y" TO LIGNE-LISIBLE

    IF MVT-NUMCOMPTE-TXT IS NOT NUMERIC
       OR MVT-HORODATAGE IS NOT NUMERIC
        MOVE "N" TO LIGNE-LISIBLE
    ELSE
        MOVE MVT-MONTANT-TXT TO ZONE-MONTANT-CONTROLE
        PERFORM CONTROLER-ZONE-MONTANT
        IF MONTANT-LISIBLE = "N"
            MOVE "N" TO LIGNE-LISIBLE
        END-IF

        MOVE MVT-AVANT-TXT TO ZONE-MONTANT-CONTROLE
        PERFORM CONTROLER-ZONE-MONTANT
        IF MONTANT-LISIBLE = "N"
            MOVE "N" TO LIGNE-LISIBLE
        END-IF

        MOVE MVT-APRES-TXT TO ZONE-MONTANT-CONTROLE
        PERFORM CONTROLER-ZONE-MONTANT
        IF MONTANT-LISIBLE = "N"
            MOVE "N" TO LIGNE-LISIBLE
        END-IF
    END-IF

    IF LIGNE-LISIBLE = "N"
        MOVE "LIGNE ILLISIBLE" TO ANOMALIE-INTEGRITE
        PERFORM ECRIRE-ANOMALIE-INTEGRITE
    ELSE
        MOVE FUNCTION NUMVAL(MVT-MONTANT-TXT) TO MONTANT-INTEGRITE
        MOVE FUNCTION NUMVAL(MVT-AVANT-TXT) TO AVANT-INTEGRITE
        MOVE FUNCTION NUMVAL(MVT-APRES-TXT) TO APRES-INTEGRITE

        PERFORM CONTROLER-TYPE-INTEGRITE
        PERFORM CONTROLER-OPERATEUR-INTEGRITE
        PERFORM CONTROLER-NUMERO-INTEGRITE
        PERFORM CONTROLER-CHAINE-INTEGRITE
    END-IF.

*> Verifie qu'une zone de montant du journal est un nombre lisible :
*> des chiffres, au plus un point decimal et au plus un signe moins

CONTROLER-ZONE-MONTANT.
    MOVE "Y" TO MONTANT-LISIBLE
    MOVE 0 TO NB-CHIFFRES-ZONE
    MOVE 0 TO NB-POINTS-ZONE
    MOVE 0 TO NB-SIGNES-ZONE
    MOVE 0 TO NB-BLANCS-ZONE

    INSPECT ZONE-MONTANT-CONTROLE
        CONVERTING "0123456789" TO "9999999999"
    INSPECT ZONE-MONTANT-CONTROLE
        TALLYING NB-CHIFFRES-ZONE FOR ALL "9"
                 NB-POINTS-ZONE FOR ALL "."
                 NB-SIGNES-ZONE FOR ALL "-"
                 NB-BLANCS-ZONE FOR ALL SPACE

    IF NB-CHIFFRES-ZONE = 0
       OR NB-POINTS-ZONE > 1
       OR NB-SIGNES-ZONE > 1
       OR NB-CHIFFRES-ZONE + NB-POINTS-ZONE + NB-SIGNES-ZONE
          + NB-BLANCS-ZONE NOT = 12
        MOVE "N" TO MONTANT-LISIBLE
    END-IF.

*> Determine le sens du mouvement d'apres son type et verifie le
*> solde apres : un credit s'ajoute au solde avant, un debit s'en
*> retranche, un mouvement sans montant laisse le solde inchange

CONTROLER-TYPE-INTEGRITE.
    EVALUATE FUNCTION TRIM(MVT-TYPE)
        WHEN "DEPOT"
        WHEN "VIR-CRE"
        WHEN "INTERET"
        WHEN "SALAIRE"
        WHEN "EXT-CRE"
        WHEN "VIR-REJ"
        WHEN "OUVERTURE"
        WHEN "DEBLOCAGE"
            MOVE "C" TO SENS-INTEGRITE
            COMPUTE SOLDE-CALCULE-INTEGRITE =
                AVANT-INTEGRITE + MONTANT-INTEGRITE
        WHEN "RETRAIT"
        WHEN "VIR-DEB"
        WHEN "AGIOS"
        WHEN "EXT-DEB"
        WHEN "VIR-EXT"
        WHEN "ECHEANCE"
        WHEN "CHEQUE"
        WHEN "FRAIS"
            MOVE "D" TO SENS-INTEGRITE
            COMPUTE SOLDE-CALCULE-INTEGRITE =
                AVANT-INTEGRITE - MONTANT-INTEGRITE
        WHEN "FERMETURE"
        WHEN "REPORT"
        WHEN "PERM-REJ"
        WHEN "REACTIVE"
            MOVE "N" TO SENS-INTEGRITE
            MOVE AVANT-INTEGRITE TO SOLDE-CALCULE-INTEGRITE
        WHEN OTHER
            MOVE SPACES TO SENS-INTEGRITE
    END-EVALUATE

    EVALUATE TRUE
        WHEN SENS-INTEGRITE = SPACES
            MOVE SPACES TO ANOMALIE-INTEGRITE
            STRING "TYPE DE MOUVEMENT INCONNU : "
                   FUNCTION TRIM(MVT-TYPE)
            INTO ANOMALIE-INTEGRITE
            END-STRING
            PERFORM ECRIRE-ANOMALIE-INTEGRITE
        WHEN SENS-INTEGRITE = "N" AND MONTANT-INTEGRITE NOT = 0
            MOVE "MONTANT NON NUL SUR UN MOUVEMENT SANS MONTANT"
              TO ANOMALIE-INTEGRITE
            PERFORM ECRIRE-ANOMALIE-INTEGRITE
        WHEN SOLDE-CALCULE-INTEGRITE NOT = APRES-INTEGRITE
            MOVE SOLDE-CALCULE-INTEGRITE TO SOLDE-APRES-AFF
            MOVE SPACES TO ANOMALIE-INTEGRITE
            STRING "SOLDE APRES " FUNCTION TRIM(MVT-APRES-TXT)
                   " AU LIEU DE " FUNCTION TRIM(SOLDE-APRES-AFF)
            INTO ANOMALIE-INTEGRITE
            END-STRING
            PERFORM ECRIRE-ANOMALIE-INTEGRITE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Verifie que le guichetier de la ligne est connu du fichier des
*> habilitations ; les lignes anterieures a l'identification du
*> guichetier ("????") sont admises

CONTROLER-OPERATEUR-INTEGRITE.
    IF MVT-OPERATEUR NOT = "????"
       AND MVT-OPERATEUR NOT = DERNIER-OPERATEUR-CONNU
        MOVE MVT-OPERATEUR TO EG-ID
        READ GUICHETIER
            INVALID KEY
                MOVE SPACES TO ANOMALIE-INTEGRITE
                STRING "GUICHETIER INCONNU : " MVT-OPERATEUR
                INTO ANOMALIE-INTEGRITE
                END-STRING
                PERFORM ECRIRE-ANOMALIE-INTEGRITE
            NOT INVALID KEY
                MOVE MVT-OPERATEUR TO DERNIER-OPERATEUR-CONNU
        END-READ
    END-IF.

*> Verifie le numero de mouvement : present (sauf sur les lignes
*> REPORT et sur les lignes anterieures a la numerotation), lisible,
*> deja attribue par le compteur et rencontre une seule fois ; un
*> numero absent a ete remplace par "0" au decoupage de la ligne

CONTROLER-NUMERO-INTEGRITE.
    EVALUATE TRUE
        WHEN MVT-NUMERO = SPACES OR MVT-NUMERO = "0"
            EVALUATE TRUE
                WHEN FUNCTION TRIM(MVT-TYPE) = "REPORT"
                    CONTINUE
                WHEN NUMERO-MVT-VU = "N"
                    ADD 1 TO NB-LIGNES-NON-NUMEROTEES
                WHEN OTHER
                    MOVE "NUMERO DE MOUVEMENT ABSENT"
                      TO ANOMALIE-INTEGRITE
                    PERFORM ECRIRE-ANOMALIE-INTEGRITE
            END-EVALUATE
        WHEN MVT-NUMERO IS NOT NUMERIC
            MOVE "NUMERO DE MOUVEMENT ILLISIBLE" TO ANOMALIE-INTEGRITE
            PERFORM ECRIRE-ANOMALIE-INTEGRITE
        WHEN OTHER
            MOVE "Y" TO NUMERO-MVT-VU
            MOVE MVT-NUMERO TO NUMERO-MVT-LU

            EVALUATE TRUE
                WHEN NUMERO-MVT-LU = 0
                  OR NUMERO-MVT-LU > DERNIER-NUMERO-ATTRIBUE
                    MOVE "NUMERO AU-DELA DU COMPTEUR"
                      TO ANOMALIE-INTEGRITE
                    PERFORM ECRIRE-ANOMALIE-INTEGRITE
                WHEN NUMERO-MVT-LU > 999999
                    MOVE "NUMERO HORS DE LA PLAGE CONTROLEE"
                      TO ANOMALIE-INTEGRITE
                    PERFORM ECRIRE-ANOMALIE-INTEGRITE
                WHEN NM-PRESENT(NUMERO-MVT-LU) = "Y"
                    MOVE "NUMERO DE MOUVEMENT EN DOUBLE"
                      TO ANOMALIE-INTEGRITE
                    PERFORM ECRIRE-ANOMALIE-INTEGRITE
                WHEN OTHER
                    MOVE "Y" TO NM-PRESENT(NUMERO-MVT-LU)
            END-EVALUATE
    END-EVALUATE.

*> Verifie que le solde avant de la ligne est le solde apres de la
*> ligne precedente du meme compte, puis retient son solde apres ; la
*> premiere ligne d'un compte ouvre sa chaine

CONTROLER-CHAINE-INTEGRITE.
    MOVE "N" TO CHAINE-TROUVEE

    PERFORM VARYING INDICE-CHAINE FROM 1 BY 1
            UNTIL INDICE-CHAINE > NB-COMPTES-CHAINE
               OR CHAINE-TROUVEE = "Y"
        IF CS-NUMCOMPTE(INDICE-CHAINE) = MVT-NUMCOMPTE-TXT
            MOVE "Y" TO CHAINE-TROUVEE
        END-IF
    END-PERFORM

    IF CHAINE-TROUVEE = "Y"
        SUBTRACT 1 FROM INDICE-CHAINE

        IF CS-SOLDE(INDICE-CHAINE) NOT = AVANT-INTEGRITE
            MOVE CS-SOLDE(INDICE-CHAINE) TO SOLDE-AVANT-AFF
            MOVE SPACES TO ANOMALIE-INTEGRITE
            STRING "RUPTURE DE CHAINE : SOLDE AVANT "
                   FUNCTION TRIM(MVT-AVANT-TXT)
                   " AU LIEU DE " FUNCTION TRIM(SOLDE-AVANT-AFF)
            INTO ANOMALIE-INTEGRITE
            END-STRING
            PERFORM ECRIRE-ANOMALIE-INTEGRITE
        END-IF

        MOVE APRES-INTEGRITE TO CS-SOLDE(INDICE-CHAINE)
    ELSE
        IF NB-COMPTES-CHAINE < 5000
            ADD 1 TO NB-COMPTES-CHAINE
            MOVE MVT-NUMCOMPTE-TXT TO CS-NUMCOMPTE(NB-COMPTES-CHAINE)
            MOVE APRES-INTEGRITE TO CS-SOLDE(NB-COMPTES-CHAINE)
        ELSE
            MOVE "Y" TO TABLE-CHAINE-PLEINE
        END-IF
    END-IF.

*> Recherche les numeros attribues par le compteur mais absents de
*> l'historique, et les signale par plages de numeros consecutifs

RECHERCHER-TROUS-NUMEROS.
    MOVE "CompteurMvt.dat" TO NOM-FICHIER-CONTROLE
    MOVE 0 TO NUMERO-LIGNE-FICHIER
    MOVE SPACES TO MVT-NUMCOMPTE-TXT
    MOVE 0 TO DEBUT-TROU-NUMEROS

    IF DERNIER-NUMERO-ATTRIBUE > 999999
        MOVE 999999 TO LIMITE-CONTROLE-NUMEROS
    ELSE
        MOVE DERNIER-NUMERO-ATTRIBUE TO LIMITE-CONTROLE-NUMEROS
    END-IF

    *> Les lignes anterieures a la numerotation n'ont pas de numero :
    *> si aucun numero n'a ete rencontre, il n'y a rien a controler
    IF NUMERO-MVT-VU = "N"
        MOVE 0 TO LIMITE-CONTROLE-NUMEROS
    END-IF

    PERFORM VARYING INDICE-NUMERO FROM 1 BY 1
            UNTIL INDICE-NUMERO > LIMITE-CONTROLE-NUMEROS
        IF NM-PRESENT(INDICE-NUMERO) = "N"
            IF DEBUT-TROU-NUMEROS = 0
                MOVE INDICE-NUMERO TO DEBUT-TROU-NUMEROS
            END-IF
        ELSE
            IF DEBUT-TROU-NUMEROS > 0
                COMPUTE FIN-TROU-NUMEROS = INDICE-NUMERO - 1
                PERFORM ECRIRE-TROU-NUMEROS
            END-IF
        END-IF
    END-PERFORM

    IF DEBUT-TROU-NUMEROS > 0
        MOVE LIMITE-CONTROLE-NUMEROS TO FIN-TROU-NUMEROS
        PERFORM ECRIRE-TROU-NUMEROS
    END-IF

    IF DERNIER-NUMERO-ATTRIBUE > 999999
        MOVE SPACES TO MVT-NUMERO
        MOVE "TROUS NON RECHERCHES AU-DELA DU NUMERO 999999"
          TO ANOMALIE-INTEGRITE
        PERFORM ECRIRE-ANOMALIE-INTEGRITE
    END-IF.

*> Signale une plage de numeros de mouvement manquants

ECRIRE-TROU-NUMEROS.
    MOVE DEBUT-TROU-NUMEROS TO MVT-NUMERO
    MOVE SPACES TO ANOMALIE-INTEGRITE
    STRING "NUMEROS MANQUANTS DE " DEBUT-TROU-NUMEROS
           " A " FIN-TROU-NUMEROS
    INTO ANOMALIE-INTEGRITE
    END-STRING
    PERFORM ECRIRE-ANOMALIE-INTEGRITE

    MOVE 0 TO DEBUT-TROU-NUMEROS.

*> Ecrit une anomalie dans le rapport d'integrite
*> Format : Fichier;Ligne;NumCompte;NumMouvement;Anomalie

ECRIRE-ANOMALIE-INTEGRITE.
    ADD 1 TO NB-ANOMALIES-INTEGRITE

    MOVE SPACES TO LIGNE-RAPPORT
    STRING FUNCTION TRIM(NOM-FICHIER-CONTROLE)
           ";"
           NUMERO-LIGNE-FICHIER
           ";"
           MVT-NUMCOMPTE-TXT
           ";"
           MVT-NUMERO
           ";"
           FUNCTION TRIM(ANOMALIE-INTEGRITE)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT.

*> Extraction comptable quotidienne : "banque COMPTABILITE AAAAMMJJ"
*> lit les mouvements d'une journee terminee, archivee ou non, dans
*> le fichier indexe des mouvements et produit le journal comptable
*> equilibre JOURNAL-COMPTABLE-AAAAMMJJ.txt ; le journal du jour
*> n'est produit que par la cloture (etape 7), une fois les guichets
*> arretes ; chaque type de mouvement est ventile sur un compte
*> general debite et un compte general credite selon le schema
*> comptable, les depots de la clientele etant sous-totalises par
*> code produit ; un type de mouvement absent du schema arrete
*> l'extraction sans produire de journal, et le controle d'execution
*> interdit de produire deux fois la meme journee

TRAITEMENT-EXTRACTION-COMPTABLE.
    MOVE FUNCTION TRIM(ARGUMENT-COMMANDE) TO DATE-COMPTABLE
    ACCEPT DATE-CONTROLE FROM DATE YYYYMMDD
    MOVE DATE-CONTROLE TO DATE-CONTROLE-TXT

    *> La date fait huit chiffres AAAAMMJJ et designe une journee
    *> terminee : pendant la journee, les guichets ecrivent encore des
    *> mouvements, et celle du jour revient a la cloture
    IF DATE-COMPTABLE = SPACES OR DATE-COMPTABLE IS NOT NUMERIC
       OR ARGUMENT-COMMANDE(9:) NOT = SPACES
        DISPLAY "Usage : banque COMPTABILITE AAAAMMJJ"
        DISPLAY "Exemple : banque COMPTABILITE 20260814"
    ELSE
        IF DATE-COMPTABLE NOT < DATE-CONTROLE-TXT
            DISPLAY "Traitement refuse : la journee " DATE-COMPTABLE
                    " n'est pas terminee ; le journal du jour est "
                    "produit par la cloture."
        ELSE
            PERFORM PRODUIRE-EXTRACTION-COMPTABLE

            IF BATCH-AUTORISE = "Y"
                IF EXTRACTION-POSSIBLE = "Y"
                    MOVE TOTAL-DEBITS-GL TO DEBIT-GL-AFF
                    MOVE TOTAL-CREDITS-GL TO CREDIT-GL-AFF
                    DISPLAY "Extraction comptable du " DATE-COMPTABLE
                            " terminee."
                    DISPLAY "Mouvements comptabilises : "
                            NB-MVT-COMPTABILISES
                    DISPLAY "Total des debits         : "
                            FUNCTION TRIM(DEBIT-GL-AFF)
                    DISPLAY "Total des credits        : "
                            FUNCTION TRIM(CREDIT-GL-AFF)
                    DISPLAY "Journal genere : "
                            FUNCTION TRIM(NOM-FICHIER-RAPPORT)
                END-IF
            END-IF
        END-IF
    END-IF.

*> Corps de l'extraction comptable de la journee DATE-COMPTABLE,
*> partage avec la cloture ; en cas d'arret, le controle d'execution
*> reste ouvert pour permettre de relancer une fois le schema complete

PRODUIRE-EXTRACTION-COMPTABLE.
    MOVE "N" TO EXTRACTION-POSSIBLE

    MOVE "COMPTA" TO CONTROLE-BATCH-NOM
    MOVE DATE-COMPTABLE TO CONTROLE-PERIODE
    MOVE SPACES TO CONTROLE-FICHIER
    PERFORM DEMARRER-CONTROLE-BATCH

    IF BATCH-AUTORISE = "Y"
        PERFORM CHARGER-SCHEMA-COMPTABLE
        PERFORM CUMULER-ECRITURES-JOURNEE

        EVALUATE TRUE
            WHEN NB-TYPES-NON-PARAMETRES > 0
                DISPLAY "ARRET DE L'EXTRACTION : type(s) de "
                        "mouvement sans schema comptable :"
                PERFORM VARYING INDICE-TYPE-GL FROM 1 BY 1
                        UNTIL INDICE-TYPE-GL > NB-TYPES-NON-PARAMETRES
                    DISPLAY "  " TN-TYPE-MVT(INDICE-TYPE-GL)
                            " (" TN-NB-MVT(INDICE-TYPE-GL)
                            " mouvement(s))"
                END-PERFORM
                DISPLAY "Completez le schema comptable (menu 9) "
                        "puis relancez l'extraction."
                CLOSE CONTROLE-BATCH
            WHEN TABLE-ECRITURES-PLEINE = "Y"
                DISPLAY "ARRET DE L'EXTRACTION : table des "
                        "ecritures pleine."
                CLOSE CONTROLE-BATCH
            WHEN TOTAL-DEBITS-GL NOT = TOTAL-CREDITS-GL
                DISPLAY "ARRET DE L'EXTRACTION : le journal n'est "
                        "pas equilibre."
                CLOSE CONTROLE-BATCH
            WHEN OTHER
                MOVE "Y" TO EXTRACTION-POSSIBLE
                PERFORM ECRIRE-JOURNAL-COMPTABLE
                PERFORM TERMINER-CONTROLE-BATCH
        END-EVALUATE
    END-IF.

*> Charge le schema comptable en memoire et en retient le compte
*> general des depots de la clientele (ligne CLIENT)

CHARGER-SCHEMA-COMPTABLE.
    MOVE 0 TO NB-SCHEMAS-CHARGES
    MOVE SPACES TO COMPTE-CLIENT-GL
    MOVE "N" TO EOF-FLAG-SCHEMA

    OPEN INPUT SCHEMA-COMPTABLE

    PERFORM UNTIL EOF-FLAG-SCHEMA = "Y"
        READ SCHEMA-COMPTABLE NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-SCHEMA
            NOT AT END
                IF SG-TYPE-MVT = "CLIENT"
                    MOVE SG-COMPTE-DEBIT TO COMPTE-CLIENT-GL
                ELSE
                    IF NB-SCHEMAS-CHARGES < 100
                        ADD 1 TO NB-SCHEMAS-CHARGES
                        MOVE SG-TYPE-MVT
                          TO TS-TYPE-MVT(NB-SCHEMAS-CHARGES)
                        MOVE SG-COMPTE-DEBIT
                          TO TS-COMPTE-DEBIT(NB-SCHEMAS-CHARGES)
                        MOVE SG-COMPTE-CREDIT
                          TO TS-COMPTE-CREDIT(NB-SCHEMAS-CHARGES)
                        MOVE SG-LIBELLE
                          TO TS-LIBELLE(NB-SCHEMAS-CHARGES)
                    ELSE
                        DISPLAY "ATTENTION : schema du type "
                                SG-TYPE-MVT
                                " ignore, table du schema pleine."
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE SCHEMA-COMPTABLE.

*> Cumule les ecritures des mouvements de la journee, lus par la cle
*> horodatage du fichier indexe des mouvements, qui garde aussi les
*> journees deja archivees ; le compte d'un mouvement ferme dans la
*> journee n'est plus dans Compte.dat et son produit est lu dans la
*> sauvegarde du matin

CUMULER-ECRITURES-JOURNEE.
    MOVE 0 TO NB-MVT-COMPTABILISES
    MOVE 0 TO NB-TYPES-NON-PARAMETRES
    MOVE 0 TO NB-ECRITURES-GL
    MOVE 0 TO TOTAL-DEBITS-GL
    MOVE 0 TO TOTAL-CREDITS-GL
    MOVE "N" TO TABLE-ECRITURES-PLEINE

    MOVE SPACES TO NOM-FICHIER-BACKUP
    STRING "Compte-" DATE-COMPTABLE ".dat"
    INTO NOM-FICHIER-BACKUP
    END-STRING

    MOVE SPACES TO FS-SNAPSHOT
    OPEN INPUT SNAPSHOT-COMPTE
    OPEN INPUT COMPTE

    MOVE "N" TO EOF-FLAG-MVT-INDEXE

    OPEN INPUT MOUVEMENT-INDEXE

    MOVE DATE-COMPTABLE TO MI-HORODATAGE
    START MOUVEMENT-INDEXE KEY >= MI-HORODATAGE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-MVT-INDEXE
    END-START

    PERFORM UNTIL EOF-FLAG-MVT-INDEXE = "Y"
        PERFORM LIRE-MVT-INDEXE-SUIVANT
        IF EOF-FLAG-MVT-INDEXE = "N"
            IF MI-HORODATAGE(1:8) NOT = DATE-COMPTABLE
                MOVE "Y" TO EOF-FLAG-MVT-INDEXE
            ELSE
                PERFORM COMPTABILISER-MOUVEMENT
            END-IF
        END-IF
    END-PERFORM

    CLOSE MOUVEMENT-INDEXE
    CLOSE COMPTE

    IF FS-SNAPSHOT = "00"
        CLOSE SNAPSHOT-COMPTE
    END-IF.

*> Ventile le mouvement courant selon le schema de son type ; un
*> mouvement sans montant (fermeture, report, rejet d'ordre,
*> reactivation) ne donne lieu a aucune ecriture

COMPTABILISER-MOUVEMENT.
    MOVE FUNCTION NUMVAL(MVT-MONTANT-TXT) TO MONTANT-GL

    IF MONTANT-GL NOT = 0
        MOVE "N" TO SCHEMA-TROUVE

        PERFORM VARYING INDICE-SCHEMA FROM 1 BY 1
                UNTIL INDICE-SCHEMA > NB-SCHEMAS-CHARGES
                   OR SCHEMA-TROUVE = "Y"
            IF TS-TYPE-MVT(INDICE-SCHEMA) = MVT-TYPE
                MOVE "Y" TO SCHEMA-TROUVE
            END-IF
        END-PERFORM

        IF SCHEMA-TROUVE = "Y"
            SUBTRACT 1 FROM INDICE-SCHEMA
        END-IF

        *> Un schema qui designe le compte du client exige que le
        *> compte general de la clientele soit renseigne
        IF SCHEMA-TROUVE = "Y" AND COMPTE-CLIENT-GL = SPACES
           AND (TS-COMPTE-DEBIT(INDICE-SCHEMA) = "CLIENT"
                OR TS-COMPTE-CREDIT(INDICE-SCHEMA) = "CLIENT")
            MOVE "N" TO SCHEMA-TROUVE
        END-IF

        IF SCHEMA-TROUVE = "N"
            PERFORM RETENIR-TYPE-NON-PARAMETRE
        ELSE
            ADD 1 TO NB-MVT-COMPTABILISES
            PERFORM LIRE-PRODUIT-MOUVEMENT-GL

            MOVE "D" TO SENS-GL-VISE
            MOVE TS-COMPTE-DEBIT(INDICE-SCHEMA) TO COMPTE-GL-VISE
            PERFORM CUMULER-ECRITURE-GL

            MOVE "C" TO SENS-GL-VISE
            MOVE TS-COMPTE-CREDIT(INDICE-SCHEMA) TO COMPTE-GL-VISE
            PERFORM CUMULER-ECRITURE-GL
        END-IF
    END-IF.

*> Releve le code produit du compte du mouvement courant, dans
*> Compte.dat ou, pour un compte ferme dans la journee, dans la
*> sauvegarde du matin

LIRE-PRODUIT-MOUVEMENT-GL.
    MOVE "??" TO PRODUIT-GL

    IF MVT-NUMCOMPTE-TXT IS NUMERIC
        MOVE MVT-NUMCOMPTE-TXT TO EC-NUMCOMPTE
        READ COMPTE
            INVALID KEY
                IF FS-SNAPSHOT = "00"
                    MOVE MVT-NUMCOMPTE-TXT TO SC-NUMCOMPTE
                    READ SNAPSHOT-COMPTE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE SC-TYPE TO PRODUIT-GL
                    END-READ
                END-IF
            NOT INVALID KEY
                MOVE EC-TYPE TO PRODUIT-GL
        END-READ
    END-IF.

*> Ajoute le montant du mouvement courant au compte general vise,
*> du cote vise ; le compte du client est remplace par le compte
*> general de la clientele, ventile par code produit

CUMULER-ECRITURE-GL.
    IF COMPTE-GL-VISE = "CLIENT"
        MOVE COMPTE-CLIENT-GL TO COMPTE-GL-VISE
        MOVE PRODUIT-GL TO PRODUIT-GL-VISE
    ELSE
        MOVE SPACES TO PRODUIT-GL-VISE
    END-IF

    MOVE "N" TO ECRITURE-GL-TROUVEE

    PERFORM VARYING INDICE-ECRITURE-GL FROM 1 BY 1
            UNTIL INDICE-ECRITURE-GL > NB-ECRITURES-GL
               OR ECRITURE-GL-TROUVEE = "Y"
        IF JG-TYPE-MVT(INDICE-ECRITURE-GL) = MVT-TYPE
           AND JG-COMPTE(INDICE-ECRITURE-GL) = COMPTE-GL-VISE
           AND JG-PRODUIT(INDICE-ECRITURE-GL) = PRODUIT-GL-VISE
            MOVE "Y" TO ECRITURE-GL-TROUVEE
        END-IF
    END-PERFORM

    IF ECRITURE-GL-TROUVEE = "Y"
        SUBTRACT 1 FROM INDICE-ECRITURE-GL
    ELSE
        IF NB-ECRITURES-GL < 1000
            ADD 1 TO NB-ECRITURES-GL
            MOVE NB-ECRITURES-GL TO INDICE-ECRITURE-GL
            MOVE MVT-TYPE TO JG-TYPE-MVT(INDICE-ECRITURE-GL)
            MOVE COMPTE-GL-VISE TO JG-COMPTE(INDICE-ECRITURE-GL)
            MOVE PRODUIT-GL-VISE TO JG-PRODUIT(INDICE-ECRITURE-GL)
            MOVE 0 TO JG-DEBIT(INDICE-ECRITURE-GL)
            MOVE 0 TO JG-CREDIT(INDICE-ECRITURE-GL)
            MOVE "Y" TO ECRITURE-GL-TROUVEE
        ELSE
            MOVE "Y" TO TABLE-ECRITURES-PLEINE
        END-IF
    END-IF

    IF ECRITURE-GL-TROUVEE = "Y"
        IF SENS-GL-VISE = "D"
            ADD MONTANT-GL TO JG-DEBIT(INDICE-ECRITURE-GL)
            ADD MONTANT-GL TO TOTAL-DEBITS-GL
        ELSE
            ADD MONTANT-GL TO JG-CREDIT(INDICE-ECRITURE-GL)
            ADD MONTANT-GL TO TOTAL-CREDITS-GL
        END-IF
    END-IF.

*> Retient un type de mouvement absent du schema comptable, avec le
*> nombre de ses mouvements de la journee, pour le message d'arret

RETENIR-TYPE-NON-PARAMETRE.
    MOVE "N" TO TYPE-GL-TROUVE

    PERFORM VARYING INDICE-TYPE-GL FROM 1 BY 1
            UNTIL INDICE-TYPE-GL > NB-TYPES-NON-PARAMETRES
               OR TYPE-GL-TROUVE = "Y"
        IF TN-TYPE-MVT(INDICE-TYPE-GL) = MVT-TYPE
            MOVE "Y" TO TYPE-GL-TROUVE
        END-IF
    END-PERFORM

    IF TYPE-GL-TROUVE = "Y"
        SUBTRACT 1 FROM INDICE-TYPE-GL
        ADD 1 TO TN-NB-MVT(INDICE-TYPE-GL)
    ELSE
        IF NB-TYPES-NON-PARAMETRES < 50
            ADD 1 TO NB-TYPES-NON-PARAMETRES
            MOVE MVT-TYPE TO TN-TYPE-MVT(NB-TYPES-NON-PARAMETRES)
            MOVE 1 TO TN-NB-MVT(NB-TYPES-NON-PARAMETRES)
        END-IF
    END-IF.

*> Ecrit le journal comptable : les ecritures regroupees par type de
*> mouvement dans l'ordre du schema, les sous-totaux des depots de la
*> clientele par code produit, puis la ligne de controle finale
*> Format : Date;TypeMvt;CompteGeneral;Produit;Debit;Credit;Libelle

ECRIRE-JOURNAL-COMPTABLE.
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "JOURNAL-COMPTABLE-" DATE-COMPTABLE ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    OPEN OUTPUT RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "JOURNAL COMPTABLE DU " DATE-COMPTABLE
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE "Date;TypeMvt;CompteGeneral;Produit;Debit;Credit;Libelle"
      TO LIGNE-RAPPORT
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    PERFORM VARYING INDICE-SCHEMA FROM 1 BY 1
            UNTIL INDICE-SCHEMA > NB-SCHEMAS-CHARGES
        PERFORM VARYING INDICE-ECRITURE-GL FROM 1 BY 1
                UNTIL INDICE-ECRITURE-GL > NB-ECRITURES-GL
            IF JG-TYPE-MVT(INDICE-ECRITURE-GL)
               = TS-TYPE-MVT(INDICE-SCHEMA)
                MOVE JG-DEBIT(INDICE-ECRITURE-GL) TO DEBIT-GL-AFF
                MOVE JG-CREDIT(INDICE-ECRITURE-GL) TO CREDIT-GL-AFF

                MOVE SPACES TO LIGNE-RAPPORT
                STRING DATE-COMPTABLE
                       ";"
                       FUNCTION TRIM(JG-TYPE-MVT(INDICE-ECRITURE-GL))
                       ";"
                       FUNCTION TRIM(JG-COMPTE(INDICE-ECRITURE-GL))
                       ";"
                       JG-PRODUIT(INDICE-ECRITURE-GL)
                       ";"
                       FUNCTION TRIM(DEBIT-GL-AFF)
                       ";"
                       FUNCTION TRIM(CREDIT-GL-AFF)
                       ";"
                       FUNCTION TRIM(TS-LIBELLE(INDICE-SCHEMA))
                INTO LIGNE-RAPPORT
                END-STRING
                WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
            END-IF
        END-PERFORM
    END-PERFORM

    PERFORM ECRIRE-SOUS-TOTAUX-CLIENTELE

    MOVE TOTAL-DEBITS-GL TO DEBIT-GL-AFF
    MOVE TOTAL-CREDITS-GL TO CREDIT-GL-AFF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "TOTAL;"
           NB-MVT-COMPTABILISES
           ";"
           FUNCTION TRIM(DEBIT-GL-AFF)
           ";"
           FUNCTION TRIM(CREDIT-GL-AFF)
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    CLOSE RAPPORT.

*> Sous-totaux des depots de la clientele par code produit, tous
*> types de mouvement confondus
*> Format : SOUS-TOTAL;CompteGeneral;Produit;Debit;Credit

ECRIRE-SOUS-TOTAUX-CLIENTELE.
    MOVE 0 TO NB-SOUS-TOTAUX-GL

    PERFORM VARYING INDICE-ECRITURE-GL FROM 1 BY 1
            UNTIL INDICE-ECRITURE-GL > NB-ECRITURES-GL
        IF JG-COMPTE(INDICE-ECRITURE-GL) = COMPTE-CLIENT-GL
           AND JG-PRODUIT(INDICE-ECRITURE-GL) NOT = SPACES
            MOVE "N" TO SOUS-TOTAL-GL-TROUVE

            PERFORM VARYING INDICE-SOUS-TOTAL-GL FROM 1 BY 1
                    UNTIL INDICE-SOUS-TOTAL-GL > NB-SOUS-TOTAUX-GL
                       OR SOUS-TOTAL-GL-TROUVE = "Y"
                IF ST-PRODUIT(INDICE-SOUS-TOTAL-GL)
                   = JG-PRODUIT(INDICE-ECRITURE-GL)
                    MOVE "Y" TO SOUS-TOTAL-GL-TROUVE
                END-IF
            END-PERFORM

            IF SOUS-TOTAL-GL-TROUVE = "Y"
                SUBTRACT 1 FROM INDICE-SOUS-TOTAL-GL
            ELSE
                IF NB-SOUS-TOTAUX-GL < 20
                    ADD 1 TO NB-SOUS-TOTAUX-GL
                    MOVE NB-SOUS-TOTAUX-GL TO INDICE-SOUS-TOTAL-GL
                    MOVE JG-PRODUIT(INDICE-ECRITURE-GL)
                      TO ST-PRODUIT(INDICE-SOUS-TOTAL-GL)
                    MOVE 0 TO ST-DEBIT(INDICE-SOUS-TOTAL-GL)
                    MOVE 0 TO ST-CREDIT(INDICE-SOUS-TOTAL-GL)
                    MOVE "Y" TO SOUS-TOTAL-GL-TROUVE
                END-IF
            END-IF

            IF SOUS-TOTAL-GL-TROUVE = "Y"
                ADD JG-DEBIT(INDICE-ECRITURE-GL)
                  TO ST-DEBIT(INDICE-SOUS-TOTAL-GL)
                ADD JG-CREDIT(INDICE-ECRITURE-GL)
                  TO ST-CREDIT(INDICE-SOUS-TOTAL-GL)
            END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING INDICE-SOUS-TOTAL-GL FROM 1 BY 1
            UNTIL INDICE-SOUS-TOTAL-GL > NB-SOUS-TOTAUX-GL
        MOVE ST-DEBIT(INDICE-SOUS-TOTAL-GL) TO DEBIT-GL-AFF
        MOVE ST-CREDIT(INDICE-SOUS-TOTAL-GL) TO CREDIT-GL-AFF

        MOVE SPACES TO LIGNE-RAPPORT
        STRING "SOUS-TOTAL;"
               FUNCTION TRIM(COMPTE-CLIENT-GL)
               ";"
               ST-PRODUIT(INDICE-SOUS-TOTAL-GL)
               ";"
               FUNCTION TRIM(DEBIT-GL-AFF)
               ";"
               FUNCTION TRIM(CREDIT-GL-AFF)
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-PERFORM.

*> Lettres d'avis aux clients : "banque AVIS" reprend les avis en
*> attente du fichier des avis (depassement du decouvert apres les
*> agios, ordre permanent refuse, virement externe retourne, gel ou
*> degel du compte) et produit pour chaque client un fichier de
*> publipostage AVIS-NumClient-AAAAMMJJ.txt, a son nom et a son
*> adresse du fichier des clients, ou les avis d'une meme journee
*> forment une seule lettre ; chaque avis edite est marque envoye et
*> ne repart jamais, et la liste de controle AVIS-AAAAMMJJ.txt donne
*> le nombre de lettres produites par type d'avis

TRAITEMENT-AVIS-CLIENTS.
    *> Le marquage des avis envoyes est reserve au superviseur
    IF OPERATEUR-NIVEAU < 2
        DISPLAY "Traitement refuse : l'edition des avis aux clients "
                "est reservee au superviseur."
    ELSE
        PERFORM PRODUIRE-AVIS-CLIENTS
    END-IF.

*> Corps de l'edition des avis, une fois l'habilitation verifiee ; le
*> verrou des comptes ecarte tout nouvel avis pendant l'edition

PRODUIRE-AVIS-CLIENTS.
    ACCEPT DATE-CONTROLE FROM DATE YYYYMMDD
    MOVE DATE-CONTROLE TO DATE-CONTROLE-TXT
    MOVE DATE-CONTROLE TO DATE-ENVOI-AVIS

    PERFORM ACQUERIR-VERROU-COMPTE

    IF VERROU-OBTENU = "Y"
        *> Controle d'execution : une seule edition par jour, avec
        *> reprise au-dela du dernier client traite si l'execution
        *> precedente a ete interrompue
        MOVE "AVIS" TO CONTROLE-BATCH-NOM
        MOVE DATE-CONTROLE-TXT TO CONTROLE-PERIODE
        MOVE SPACES TO CONTROLE-FICHIER
        PERFORM DEMARRER-CONTROLE-BATCH

        IF BATCH-AUTORISE = "Y"
            PERFORM EDITER-LETTRES-AVIS
            PERFORM ECRIRE-LISTE-CONTROLE-AVIS
            PERFORM TERMINER-CONTROLE-BATCH

            DISPLAY "Edition des avis aux clients terminee."
            DISPLAY "Clients avises       : " NB-CLIENTS-AVISES
            DISPLAY "Lettres produites    : " NB-LETTRES-AVIS
            DISPLAY "Avis edites          : " NB-AVIS-EDITES
            DISPLAY "Avis en attente      : " NB-AVIS-EN-ATTENTE
            DISPLAY "Liste de controle : "
                    FUNCTION TRIM(NOM-FICHIER-RAPPORT)
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
    END-IF.

*> Parcourt le fichier des avis, ordonne par client puis par date, et
*> edite les lettres de chaque client qui a un avis en attente ; les
*> avis marques envoyes ce jour sont ceux d'une execution interrompue
*> et sont reedites avec les autres

EDITER-LETTRES-AVIS.
    MOVE 0 TO NB-CLIENTS-AVISES
    MOVE 0 TO NB-LETTRES-AVIS
    MOVE 0 TO NB-AVIS-EDITES
    MOVE "N" TO EOF-FLAG-AVIS

    OPEN I-O AVIS
    OPEN INPUT CLIENT

    *> En reprise, les clients deja avises avant l'interruption ne
    *> sont pas repris
    IF REPRISE-BATCH = "Y"
        MOVE CHECKPOINT-REPRISE TO AV-NUMCLIENT
        MOVE 99999999 TO AV-DATE
        MOVE 9999 TO AV-SEQUENCE
        START AVIS KEY > AV-CLE
            INVALID KEY
                MOVE "Y" TO EOF-FLAG-AVIS
        END-START
    END-IF

    PERFORM UNTIL EOF-FLAG-AVIS = "Y"
        READ AVIS NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-AVIS
            NOT AT END
                IF AV-STATUT = "A"
                   OR AV-DATE-ENVOI = DATE-ENVOI-AVIS
                    MOVE AV-NUMCLIENT TO NUMCLIENT-LETTRE
                    PERFORM EDITER-AVIS-CLIENT
                END-IF
        END-READ
    END-PERFORM

    CLOSE CLIENT
    CLOSE AVIS.

*> Edite puis marque envoyes les avis du client NUMCLIENT-LETTRE, et
*> repositionne la lecture apres son dernier avis ; un client absent
*> du fichier des clients est signale et ses avis restent en attente

EDITER-AVIS-CLIENT.
    MOVE NUMCLIENT-LETTRE TO CL-NUMCLIENT
    READ CLIENT
        INVALID KEY
            DISPLAY "Avis non edites : le client " NUMCLIENT-LETTRE
                    " est introuvable."
        NOT INVALID KEY
            PERFORM ECRIRE-LETTRES-CLIENT
            PERFORM MARQUER-AVIS-ENVOYES
            ADD 1 TO NB-CLIENTS-AVISES
    END-READ

    *> Avancee du point de reprise apres le client
    MOVE NUMCLIENT-LETTRE TO CHECKPOINT-COURANT
    PERFORM POINTER-CONTROLE-BATCH

    MOVE NUMCLIENT-LETTRE TO AV-NUMCLIENT
    MOVE 99999999 TO AV-DATE
    MOVE 9999 TO AV-SEQUENCE
    START AVIS KEY > AV-CLE
        INVALID KEY
            MOVE "Y" TO EOF-FLAG-AVIS
    END-START.

*> Ecrit le fichier de publipostage du client : deux lignes
*> ENTETE-LETTRE et ENTETE-AVIS nommant les champs, puis une ligne
*> LETTRE (identite, adresse et date des evenements) par journee,
*> suivie d'une ligne AVIS par evenement de cette journee

ECRIRE-LETTRES-CLIENT.
    MOVE SPACES TO NOM-FICHIER-RELEVE
    STRING "AVIS-" CL-NUMCLIENT "-" DATE-ENVOI-AVIS ".txt"
    INTO NOM-FICHIER-RELEVE
    END-STRING

    OPEN OUTPUT RELEVE

    *> Les lignes d'en-tete decrivent les champs sous une etiquette
    *> propre, pour ne jamais etre prises pour une lettre ou un avis
    MOVE "ENTETE-LETTRE;NumClient;Prenom;Nom;Adresse;DateEvenements"
      TO LIGNE-RELEVE
    WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE
    MOVE "ENTETE-AVIS;Objet;NumCompte;Montant;Detail" TO LIGNE-RELEVE
    WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE

    MOVE 0 TO DATE-LETTRE-AVIS
    MOVE "N" TO FIN-AVIS-CLIENT

    MOVE NUMCLIENT-LETTRE TO AV-NUMCLIENT
    MOVE 0 TO AV-DATE
    MOVE 0 TO AV-SEQUENCE
    START AVIS KEY >= AV-CLE
        INVALID KEY
            MOVE "Y" TO FIN-AVIS-CLIENT
    END-START

    PERFORM UNTIL FIN-AVIS-CLIENT = "Y"
        READ AVIS NEXT RECORD
            AT END
                MOVE "Y" TO FIN-AVIS-CLIENT
            NOT AT END
                IF AV-NUMCLIENT NOT = NUMCLIENT-LETTRE
                    MOVE "Y" TO FIN-AVIS-CLIENT
                ELSE
                    IF AV-STATUT = "A"
                       OR AV-DATE-ENVOI = DATE-ENVOI-AVIS
                        PERFORM ECRIRE-LIGNE-AVIS
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE RELEVE.

*> Ecrit la ligne de l'avis courant, precedee de la ligne LETTRE
*> quand il ouvre une nouvelle journee

ECRIRE-LIGNE-AVIS.
    IF AV-DATE NOT = DATE-LETTRE-AVIS
        MOVE AV-DATE TO DATE-LETTRE-AVIS
        ADD 1 TO NB-LETTRES-AVIS

        MOVE SPACES TO LIGNE-RELEVE
        STRING "LETTRE;"
               CL-NUMCLIENT
               ";"
               FUNCTION TRIM(CL-PRENOM)
               ";"
               FUNCTION TRIM(CL-NOM)
               ";"
               FUNCTION TRIM(CL-ADRESSE)
               ";"
               AV-DATE
        INTO LIGNE-RELEVE
        END-STRING
        WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE
    END-IF

    MOVE AV-TYPE TO TYPE-AVIS
    PERFORM TRADUIRE-TYPE-AVIS
    MOVE AV-MONTANT TO MONTANT-AFF

    MOVE SPACES TO LIGNE-RELEVE
    STRING "AVIS;"
           FUNCTION TRIM(LIBELLE-AVIS)
           ";"
           AV-NUMCOMPTE
           ";"
           FUNCTION TRIM(MONTANT-AFF)
           ";"
           FUNCTION TRIM(AV-DETAIL)
    INTO LIGNE-RELEVE
    END-STRING
    WRITE ENREGISTREMENT-RELEVE FROM LIGNE-RELEVE

    ADD 1 TO NB-AVIS-EDITES.

*> Marque envoyes, a la date du jour, les avis en attente du client
*> dont les lettres viennent d'etre ecrites

MARQUER-AVIS-ENVOYES.
    MOVE "N" TO FIN-AVIS-CLIENT

    MOVE NUMCLIENT-LETTRE TO AV-NUMCLIENT
    MOVE 0 TO AV-DATE
    MOVE 0 TO AV-SEQUENCE
    START AVIS KEY >= AV-CLE
        INVALID KEY
            MOVE "Y" TO FIN-AVIS-CLIENT
    END-START

    PERFORM UNTIL FIN-AVIS-CLIENT = "Y"
        READ AVIS NEXT RECORD
            AT END
                MOVE "Y" TO FIN-AVIS-CLIENT
            NOT AT END
                IF AV-NUMCLIENT NOT = NUMCLIENT-LETTRE
                    MOVE "Y" TO FIN-AVIS-CLIENT
                ELSE
                    IF AV-STATUT = "A"
                        MOVE "E" TO AV-STATUT
                        MOVE DATE-ENVOI-AVIS TO AV-DATE-ENVOI
                        REWRITE ENREGISTREMENT-AVIS
                            INVALID KEY
                                DISPLAY "Erreur lors du marquage de "
                                        "l'avis " AV-NUMCLIENT "-"
                                        AV-DATE "-" AV-SEQUENCE
                        END-REWRITE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Liste de controle AVIS-AAAAMMJJ.txt, etablie a partir des avis
*> marques envoyes ce jour pour rester complete apres une reprise :
*> par type d'avis, le nombre de lettres qui en contiennent au moins
*> un et le nombre d'avis, puis les totaux et les avis restes en
*> attente

ECRIRE-LISTE-CONTROLE-AVIS.
    PERFORM INITIALISER-TYPES-AVIS

    MOVE 0 TO NB-CLIENTS-AVISES
    MOVE 0 TO NB-LETTRES-AVIS
    MOVE 0 TO NB-AVIS-EDITES
    MOVE 0 TO NB-AVIS-EN-ATTENTE
    MOVE 0 TO NUMCLIENT-LETTRE
    MOVE 0 TO DATE-LETTRE-AVIS
    MOVE "N" TO EOF-FLAG-AVIS

    OPEN INPUT AVIS

    PERFORM UNTIL EOF-FLAG-AVIS = "Y"
        READ AVIS NEXT RECORD
            AT END
                MOVE "Y" TO EOF-FLAG-AVIS
            NOT AT END
                IF AV-STATUT = "A"
                    ADD 1 TO NB-AVIS-EN-ATTENTE
                END-IF

                IF AV-STATUT = "E"
                   AND AV-DATE-ENVOI = DATE-ENVOI-AVIS
                    PERFORM COMPTER-AVIS-ENVOYE
                END-IF
        END-READ
    END-PERFORM

    CLOSE AVIS

    PERFORM CLORE-LETTRE-COMPTEE

    *> Constitution de la liste : AVIS-AAAAMMJJ.txt
    MOVE SPACES TO NOM-FICHIER-RAPPORT
    STRING "AVIS-" DATE-ENVOI-AVIS ".txt"
    INTO NOM-FICHIER-RAPPORT
    END-STRING

    OPEN OUTPUT RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "AVIS AUX CLIENTS DU " DATE-ENVOI-AVIS
           " - LISTE DE CONTROLE"
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE "TypeAvis;Objet;Lettres;Avis" TO LIGNE-RAPPORT
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    PERFORM VARYING INDICE-AVIS FROM 1 BY 1
            UNTIL INDICE-AVIS > 5
        MOVE TA-TYPE(INDICE-AVIS) TO TYPE-AVIS
        PERFORM TRADUIRE-TYPE-AVIS

        MOVE SPACES TO LIGNE-RAPPORT
        STRING FUNCTION TRIM(TA-TYPE(INDICE-AVIS))
               ";"
               FUNCTION TRIM(LIBELLE-AVIS)
               ";"
               TA-NB-LETTRES(INDICE-AVIS)
               ";"
               TA-NB-AVIS(INDICE-AVIS)
        INTO LIGNE-RAPPORT
        END-STRING
        WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT
    END-PERFORM

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "TOTAL;"
           NB-CLIENTS-AVISES
           ";"
           NB-LETTRES-AVIS
           ";"
           NB-AVIS-EDITES
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    MOVE SPACES TO LIGNE-RAPPORT
    STRING "EN ATTENTE;" NB-AVIS-EN-ATTENTE
    INTO LIGNE-RAPPORT
    END-STRING
    WRITE ENREGISTREMENT-RAPPORT FROM LIGNE-RAPPORT

    CLOSE RAPPORT.

*> Remet a zero les compteurs de la liste de controle, un poste par
*> type d'avis

INITIALISER-TYPES-AVIS.
    MOVE "DECOUVERT" TO TA-TYPE(1)
    MOVE "ORDRE-REJ" TO TA-TYPE(2)
    MOVE "VIR-RETOUR" TO TA-TYPE(3)
    MOVE "GEL" TO TA-TYPE(4)
    MOVE "DEGEL" TO TA-TYPE(5)

    PERFORM VARYING INDICE-AVIS FROM 1 BY 1
            UNTIL INDICE-AVIS > 5
        MOVE 0 TO TA-NB-LETTRES(INDICE-AVIS)
        MOVE 0 TO TA-NB-AVIS(INDICE-AVIS)
        MOVE "N" TO TA-DANS-LETTRE(INDICE-AVIS)
    END-PERFORM.

*> Compte un avis envoye ce jour ; un changement de client ou de
*> journee clot la lettre precedente

COMPTER-AVIS-ENVOYE.
    IF AV-NUMCLIENT NOT = NUMCLIENT-LETTRE
       OR AV-DATE NOT = DATE-LETTRE-AVIS
        PERFORM CLORE-LETTRE-COMPTEE

        IF AV-NUMCLIENT NOT = NUMCLIENT-LETTRE
            ADD 1 TO NB-CLIENTS-AVISES
        END-IF

        MOVE AV-NUMCLIENT TO NUMCLIENT-LETTRE
        MOVE AV-DATE TO DATE-LETTRE-AVIS
        ADD 1 TO NB-LETTRES-AVIS
    END-IF

    ADD 1 TO NB-AVIS-EDITES

    PERFORM VARYING INDICE-AVIS FROM 1 BY 1
            UNTIL INDICE-AVIS > 5
        IF TA-TYPE(INDICE-AVIS) = AV-TYPE
            ADD 1 TO TA-NB-AVIS(INDICE-AVIS)
            MOVE "Y" TO TA-DANS-LETTRE(INDICE-AVIS)
        END-IF
    END-PERFORM.

*> Porte la lettre qui se termine au compte de chaque type d'avis
*> qu'elle contient

CLORE-LETTRE-COMPTEE.
    PERFORM VARYING INDICE-AVIS FROM 1 BY 1
            UNTIL INDICE-AVIS > 5
        IF TA-DANS-LETTRE(INDICE-AVIS) = "Y"
            ADD 1 TO TA-NB-LETTRES(INDICE-AVIS)
            MOVE "N" TO TA-DANS-LETTRE(INDICE-AVIS)
        END-IF
    END-PERFORM.

*> Cloture de fin de journee : un seul point d'entree superviseur qui
*> enchaine dans l'ordre les traitements du soir - emission des
*> virements externes, rapport de balance, rapport d'activite des
*> guichetiers, declarations d'especes, rapprochement, puis, si le
*> parametre CLOT-INTEGRE vaut 1, controle d'integrite du journal,
*> et enfin extraction comptable de la journee - sous un seul controle
*> d'execution ; chaque etape est consignee dans le journal date
*> CLOTURE-AAAAMMJJ.txt, et la chaine s'arrete avec un message clair
*> si le rapprochement laisse des ecarts, pour ne jamais clore une
        PERFORM ETAPE-CLOTURE-GUICHETIERS
        PERFORM ETAPE-CLOTURE-DECLARATIONS
        PERFORM ETAPE-CLOTURE-RAPPROCHEMENT
        PERFORM ETAPE-CLOTURE-INTEGRITE
        PERFORM ETAPE-CLOTURE-COMPTABILITE

        IF CLOTURE-INTERROMPUE = "N"
            PERFORM TERMINER-CLOTURE-JOURNEE
        END-IF
    END-IF.

*> Etape 6 (facultative) : controle d'integrite du journal et des
*> archives, lance si le parametre CLOT-INTEGRE vaut 1 ; les
*> anomalies relevees portent sur l'historique et sont signalees sans
*> arreter la chaine

ETAPE-CLOTURE-INTEGRITE.
    IF CLOTURE-INTERROMPUE = "N" AND ETAPE-REPRISE < 6
        MOVE 6 TO ETAPE-CLOTURE
        MOVE "CONTROLE INTEGRITE JOURNAL" TO LIBELLE-ETAPE

        MOVE "CLOT-INTEGRE" TO PARAMETRE-CLE-LU
        PERFORM LIRE-PARAMETRE
        MOVE VALEUR-PARAMETRE TO INTEGRITE-EN-CLOTURE

        EVALUATE TRUE
            WHEN PARAMETRE-TROUVE = "N" OR INTEGRITE-EN-CLOTURE NOT = 1
                MOVE "SAUTEE - non demandee (CLOT-INTEGRE)"
                  TO RESULTAT-ETAPE
            WHEN OTHER
                PERFORM PRODUIRE-CONTROLE-INTEGRITE

                IF NB-ANOMALIES-INTEGRITE = 0
                    MOVE "EXECUTEE - aucune anomalie" TO RESULTAT-ETAPE
                ELSE
                    MOVE SPACES TO RESULTAT-ETAPE
                    STRING "EXECUTEE - " NB-ANOMALIES-INTEGRITE
                           " ANOMALIE(S)"
                    INTO RESULTAT-ETAPE
                    END-STRING
                    DISPLAY "ATTENTION : le controle d'integrite "
                            "releve " NB-ANOMALIES-INTEGRITE
                            " anomalie(s), voir "
                            FUNCTION TRIM(NOM-FICHIER-RAPPORT) "."
                END-IF
        END-EVALUATE

        PERFORM ECRIRE-JOURNAL-CLOTURE
        PERFORM POINTER-ETAPE-CLOTURE
    END-IF.

*> Etape 7 : extraction comptable de la journee ; une extraction
*> arretee (type de mouvement absent du schema comptable, journal
*> desequilibre) arrete la chaine, qui reprendra a cette etape

ETAPE-CLOTURE-COMPTABILITE.
    IF CLOTURE-INTERROMPUE = "N" AND ETAPE-REPRISE < 7
        MOVE 7 TO ETAPE-CLOTURE
        MOVE "EXTRACTION COMPTABLE" TO LIBELLE-ETAPE

        MOVE DATE-CLOTURE TO DATE-COMPTABLE
        PERFORM PRODUIRE-EXTRACTION-COMPTABLE

        EVALUATE TRUE
            WHEN BATCH-AUTORISE = "N"
                MOVE "SAUTEE - deja produite ce jour" TO RESULTAT-ETAPE
            WHEN EXTRACTION-POSSIBLE = "N"
                MOVE "Y" TO CLOTURE-INTERROMPUE
                MOVE "ECHEC - extraction comptable arretee"
                  TO RESULTAT-ETAPE
            WHEN OTHER
                MOVE "EXECUTEE" TO RESULTAT-ETAPE
        END-EVALUATE

        PERFORM ECRIRE-JOURNAL-CLOTURE

        IF CLOTURE-INTERROMPUE = "N"
            PERFORM POINTER-ETAPE-CLOTURE
        END-IF
    END-IF.

*> Avance le point de reprise de la cloture apres une etape reussie ;
*> le fichier de controle est rouvert le temps de la mise a jour, car
*> les etapes l'utilisent aussi pour leur propre controle
                INTO COMPLEMENT-MOUVEMENT
                END-STRING
                PERFORM ECRIRE-MOUVEMENT

                *> Le titulaire du compte entre au fichier des
                *> titulaires comme titulaire principal
                PERFORM ENREGISTRER-TITULAIRE-PRINCIPAL
        END-WRITE

        *> Fermeture du fichier
    DISPLAY "Numero du compte : "
    ACCEPT NUMCOMPTE-SAISI

    *> Identification de la personne qui effectue le retrait
    DISPLAY "Numero du client qui effectue le retrait : "
    ACCEPT NUMCLIENT-AGISSANT

    *> Saisie du montant à retirer, avec re-saisie tant que le montant
    *> n'est pas strictement positif
    MOVE "N" TO SAISIE-VALIDE
            INVALID KEY
                DISPLAY "Compte introuvable."
            NOT INVALID KEY
                *> Un compte bloque au debit, gele ou inactif refuse
                *> tout retrait, et le refus est journalise
                IF EC-STATUT = "B" OR EC-STATUT = "G"
                   OR EC-STATUT = "I"
                    PERFORM TRADUIRE-STATUT-COMPTE
                    DISPLAY "Retrait refuse : compte "
                            FUNCTION TRIM(LIBELLE-STATUT-CPT) "."
                    MOVE "RETRAIT" TO OPERATION-REFUSEE
                    PERFORM ECRIRE-REFUS
                ELSE
                    *> Seuls un titulaire ou un mandataire en vigueur
                    *> peuvent retirer sur le compte
                    MOVE EC-NUMCOMPTE TO NUMCOMPTE-HABILITATION
                    MOVE EC-NUMCLIENT TO NUMCLIENT-PRINCIPAL
                    PERFORM VERIFIER-CLIENT-HABILITE

                    IF CLIENT-HABILITE = "N"
                        DISPLAY "Retrait refuse : le client "
                                NUMCLIENT-AGISSANT
                                " n'est ni titulaire ni mandataire "
                                "du compte."
                    ELSE
                        PERFORM RETIRER-ARGENT-COMPTE
                    END-IF
                END-IF
        END-READ

    DISPLAY "Numero du compte destination : "
    ACCEPT NUMCOMPTE-DEST

    *> Identification de la personne qui ordonne le virement
    DISPLAY "Numero du client qui ordonne le virement : "
    ACCEPT NUMCLIENT-AGISSANT

    *> Saisie du montant a virer, avec re-saisie tant que le montant
    *> n'est pas strictement positif
    MOVE "N" TO SAISIE-VALIDE
        *> Verification prealable de l'existence des deux comptes et du solde
        PERFORM VERIFIER-COMPTES-VIREMENT

        *> Seuls un titulaire ou un mandataire en vigueur du compte
        *> source peuvent ordonner le virement
        PERFORM VERIFIER-HABILITATION-SOURCE

        IF NUMCOMPTE-SOURCE = NUMCOMPTE-DEST
            DISPLAY "Impossible : le compte source et le compte destination "
                    "sont identiques."
            IF TROUVE-SOURCE = "N" OR TROUVE-DEST = "N"
                DISPLAY "Compte source ou compte destination introuvable."
            ELSE
            IF CLIENT-HABILITE = "N"
                DISPLAY "Virement refuse : le client "
                        NUMCLIENT-AGISSANT
                        " n'est ni titulaire ni mandataire du compte "
                        "source."
            ELSE
            IF STATUT-SOURCE = "B" OR STATUT-SOURCE = "G"
               OR STATUT-SOURCE = "I"
                *> Un compte source bloque au debit, gele ou inactif
                *> refuse tout virement, et le refus est journalise
                DISPLAY "Virement refuse : le compte source est "
                        "bloque, gele ou inactif."
                MOVE NUMCOMPTE-SOURCE TO NUMCOMPTE-REFUSE
                MOVE STATUT-SOURCE TO STATUT-REFUSE
                MOVE "VIREMENT" TO OPERATION-REFUSEE
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF

        PERFORM LIBERER-VERROU-COMPTE
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO TROUVE-SOURCE
            MOVE EC-NUMCLIENT TO NUMCLIENT-PRINCIPAL
            MOVE EC-SOLDE TO SOLDE-SOURCE
            MOVE EC-TYPE TO TYPE-SOURCE
            MOVE EC-DECOUVERT TO DECOUVERT-SOURCE

    CLOSE COMPTE.

*> Ajoute une ligne au journal des mouvements, et au fichier indexe
*> des mouvements, pour un dépôt ou un retrait : compte, type,
*> montant, solde avant, solde après, date/heure, identifiant du
*> guichetier qui a opere, numero unique du mouvement, numero du
*> mouvement d'origine pour une extourne, et complement propre au
*> type (client et produit pour une OUVERTURE)
*> Format : NumCompte;Type;Montant;SoldeAvant;SoldeApres;Horodatage;
*> Operateur;NumMouvement;Reference;Complement

    WRITE ENREGISTREMENT-MOUVEMENT FROM LIGNE-MOUVEMENT
    CLOSE MOUVEMENTS

    *> Le meme mouvement entre au fichier indexe, sous son numero
    MOVE NUMERO-MOUVEMENT TO MI-NUMERO
    MOVE EC-NUMCOMPTE TO MI-NUMCOMPTE
    MOVE HORODATAGE TO MI-HORODATAGE-CPT
    MOVE HORODATAGE TO MI-HORODATAGE
    MOVE LIGNE-MOUVEMENT TO MI-LIGNE

    OPEN I-O MOUVEMENT-INDEXE
    WRITE ENREGISTREMENT-MVT-INDEXE
        INVALID KEY
            DISPLAY "Erreur : mouvement " NUMERO-MOUVEMENT
                    " deja present dans le fichier indexe."
    END-WRITE
    CLOSE MOUVEMENT-INDEXE

    *> La reference et le complement ne valent que pour le mouvement
    *> qui vient d'etre ecrit ; ils sont remis a blanc pour le suivant
    MOVE SPACES TO REFERENCE-MOUVEMENT
