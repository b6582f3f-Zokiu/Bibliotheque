               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RETARD-EXT-STATUS.

           SELECT OPTIONAL F-RELANCE-FOURN
               ASSIGN TO "relances-fournisseurs.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RELANCE-FOURN-STATUS.

           SELECT F-BOITE
               ASSIGN TO "retours-boite.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BOITE-STATUS.

           SELECT F-BOITE-RAPPORT
               ASSIGN TO "retours-boite-rapport.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BOITE-RAPPORT-STATUS.

           SELECT F-NOTIF-ENVOI
               ASSIGN TO "notifications-envoi.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTIF-ENVOI-STATUS.

           SELECT OPTIONAL F-NOTIF-ACCUSE
               ASSIGN TO "notifications-accuses.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTIF-ACCUSE-STATUS.

           SELECT F-NOTIF-PAPIER
               ASSIGN TO "notifications-papier.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTIF-PAPIER-STATUS.

           SELECT F-TRESOR
               ASSIGN TO "ecritures-tresorerie.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TRESOR-STATUS.

           SELECT F-BORDEREAU
               ASSIGN TO "bordereau-versement.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-BORDEREAU-STATUS.

           SELECT F-NAVETTE
               ASSIGN TO "navette-bordereau.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NAVETTE-STATUS.

           SELECT F-RGPD
               ASSIGN TO "extraction-adherent.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RGPD-STATUS.

           SELECT OPTIONAL F-RGPD-TEMP
               ASSIGN TO "archive-rgpd.tmp"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RGPD-TEMP-STATUS.

           SELECT F-PER-RECLAM
               ASSIGN TO "reclamations-periodiques.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PER-RECLAM-STATUS.

           SELECT F-CONFLIT
               ASSIGN TO "conflits-guichet.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CONFLIT-STATUS.

           SELECT F-UNIMARC
               ASSIGN TO "notices-unimarc.dat"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-UNIMARC-STATUS.

           SELECT F-UNI-RAPPORT
               ASSIGN TO "import-notices-rapport.txt"
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-UNI-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.

              05 EXP-PIED-NB     PIC 9(05).
              05 EXP-PIED-DATE   PIC X(10).
              05 FILLER          PIC X(127).
           03 EXP-LOC REDEFINES EXP-DETAIL.
              05 EXP-LOC-CODE    PIC X(13).
              05 EXP-LOC-SITE    PIC X(03).
              05 EXP-LOC-COMPT   PIC 9(03).
              05 EXP-LOC-DISPO   PIC 9(03).
              05 FILLER          PIC X(120).

       FD F-EXPORT-ETAT.

           03 EXT-JOURS          PIC 9(05).
           03 EXT-TITRE          PIC X(38).

       FD F-RELANCE-FOURN.

       01  LIGNE-RELANCE-FOURN   PIC X(80).

       FD F-BOITE.

       01  REC-BOITE.
           03 RB-CODE-B          PIC X(17).
           03 FILLER             PIC X(01).
           03 RB-DATE-DEPOT      PIC X(10).
           03 FILLER             PIC X(01).
           03 RB-SITE            PIC X(03).

       FD F-BOITE-RAPPORT.

       01  LIGNE-BOITE-RAPPORT   PIC X(80).

      *Fichier d'echange remis au prestataire d'envoi des SMS et
      *courriels : un enregistrement d'entete, un par message, un de
      *pied portant le nombre de messages (controle du prestataire).
       FD F-NOTIF-ENVOI.

       01  REC-NOTIF-ENVOI.
           03 NE-TYPE            PIC X(01).
           03 NE-DETAIL.
              05 NE-REFERENCE    PIC X(08).
              05 NE-CANAL        PIC X(05).
              05 NE-DESTINATAIRE PIC X(60).
              05 NE-OBJET        PIC X(40).
              05 NE-MESSAGE      PIC X(160).
           03 NE-ENTETE REDEFINES NE-DETAIL.
              05 NE-ENT-DATE     PIC X(10).
              05 NE-ENT-EMETTEUR PIC X(20).
              05 FILLER          PIC X(243).
           03 NE-PIED REDEFINES NE-DETAIL.
              05 NE-PIED-NB      PIC 9(05).
              05 NE-PIED-DATE    PIC X(10).
              05 FILLER          PIC X(258).

      *Accuses renvoyes par le prestataire : reference du message,
      *OK (remis) ou KO (echec), date de traitement et motif.
       FD F-NOTIF-ACCUSE.

       01  REC-NOTIF-ACCUSE.
           03 NA-REFERENCE       PIC X(08).
           03 FILLER             PIC X(01).
           03 NA-CODE            PIC X(02).
           03 FILLER             PIC X(01).
           03 NA-DATE            PIC X(10).
           03 FILLER             PIC X(01).
           03 NA-MOTIF           PIC X(40).

       FD F-NOTIF-PAPIER.

       01  LIGNE-NOTIF-PAPIER    PIC X(80).

      *Fichier d'ecritures remis a la tresorerie municipale : entete
      *du bordereau, une ecriture par encaissement, total de controle.
      *Montants en centimes implicites (deux decimales sans virgule).
       FD F-TRESOR.

       01  REC-TRESOR.
           03 ET-TYPE            PIC X(01).
           03 ET-DETAIL.
              05 ET-DATE         PIC X(10).
              05 ET-OPERATEUR    PIC X(08).
              05 ET-NATURE       PIC X(01).
              05 ET-IMPUTATION   PIC X(10).
              05 ET-MODE         PIC X(03).
              05 ET-MONTANT      PIC 9(07)V99.
              05 ET-PIECE        PIC X(08).
              05 ET-BORDEREAU    PIC X(08).
           03 ET-ENTETE REDEFINES ET-DETAIL.
              05 ET-ENT-REGIE    PIC X(20).
              05 ET-ENT-PERIODE  PIC X(07).
              05 ET-ENT-BORDEREAU PIC X(08).
              05 ET-ENT-DATE     PIC X(10).
              05 FILLER          PIC X(12).
           03 ET-TOTAL REDEFINES ET-DETAIL.
              05 ET-TOT-NB       PIC 9(05).
              05 ET-TOT-MONTANT  PIC 9(09)V99.
              05 FILLER          PIC X(41).

       FD F-BORDEREAU.

       01  LIGNE-BORDEREAU       PIC X(80).

       FD F-NAVETTE.

       01  LIGNE-NAVETTE         PIC X(80).

       FD F-RGPD.

       01  LIGNE-RGPD            PIC X(80).

       FD F-RGPD-TEMP.

       01  LIGNE-RGPD-TEMP       PIC X(227).

       FD F-PER-RECLAM.

       01  LIGNE-PER-RECLAM      PIC X(80).

       FD F-CONFLIT.

       01  LIGNE-CONFLIT         PIC X(80).

      *Notices UNIMARC en format texte (export BnF / catalogue
      *collectif) : une zone par ligne, "ZZZ II $aValeur$bValeur",
      *les notices separees par une ligne vide.
       FD F-UNIMARC.

       01  LIGNE-UNIMARC.
           05 UNI-ZONE           PIC X(03).
           05 FILLER             PIC X(01).
           05 UNI-INDIC          PIC X(02).
           05 FILLER             PIC X(01).
           05 UNI-DONNEES        PIC X(243).

       FD F-UNI-RAPPORT.

       01  LIGNE-UNI-RAPPORT     PIC X(80).

      ******************************************************************
      *
      ******************************************************************
       01  F-RETARD-EXT-STATUS   PIC X(02) VALUE SPACE.
           88 F-RETARD-EXT-OK    VALUE "00".

       01  F-RELANCE-FOURN-STATUS PIC X(02) VALUE SPACE.
           88 F-RELANCE-FOURN-OK VALUE "00" "05".

       01  F-BOITE-STATUS        PIC X(02) VALUE SPACE.
           88 F-BOITE-OK         VALUE "00".
           88 F-BOITE-EOF        VALUE "10".

       01  F-BOITE-RAPPORT-STATUS PIC X(02) VALUE SPACE.
           88 F-BOITE-RAPPORT-OK VALUE "00".

       01  F-NOTIF-ENVOI-STATUS  PIC X(02) VALUE SPACE.
           88 F-NOTIF-ENVOI-OK   VALUE "00".

       01  F-NOTIF-ACCUSE-STATUS PIC X(02) VALUE SPACE.
           88 F-NOTIF-ACCUSE-OK  VALUE "00" "05".
           88 F-NOTIF-ACCUSE-EOF VALUE "10".

       01  F-NOTIF-PAPIER-STATUS PIC X(02) VALUE SPACE.
           88 F-NOTIF-PAPIER-OK  VALUE "00".

       01  F-TRESOR-STATUS       PIC X(02) VALUE SPACE.
           88 F-TRESOR-OK        VALUE "00".

       01  F-BORDEREAU-STATUS    PIC X(02) VALUE SPACE.
           88 F-BORDEREAU-OK     VALUE "00".

       01  F-NAVETTE-STATUS      PIC X(02) VALUE SPACE.
           88 F-NAVETTE-OK       VALUE "00".

       01  F-RGPD-STATUS         PIC X(02) VALUE SPACE.
           88 F-RGPD-OK          VALUE "00".

       01  F-RGPD-TEMP-STATUS    PIC X(02) VALUE SPACE.
           88 F-RGPD-TEMP-OK     VALUE "00" "05".

       01  F-PER-RECLAM-STATUS   PIC X(02) VALUE SPACE.
           88 F-PER-RECLAM-OK    VALUE "00".

       01  F-CONFLIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-CONFLIT-OK       VALUE "00".

       01  F-UNIMARC-STATUS      PIC X(02) VALUE SPACE.
           88 F-UNIMARC-OK       VALUE "00".
           88 F-UNIMARC-EOF      VALUE "10".

       01  F-UNI-RAPPORT-STATUS  PIC X(02) VALUE SPACE.
           88 F-UNI-RAPPORT-OK   VALUE "00".

       01  WS-LIVRE.
           05 MAX-LIVRE          PIC 9(03).
           05 WS-LIVRE-TABLE OCCURS 999 TIMES INDEXED BY IDX-LIVRE.

      ******************************************************************
      *Zone de travail pour la gestion des adherents. Le nombre maximum
      *d'emprunts simultanes et la duree de pret fixes ici ne servent
      *que pour une categorie sans regle de pret (voir WS-REGLE-).
       01  WS-ADH-MAX-EMPRUNTS   PIC 9(02) VALUE 5.
       01  WS-ADH-DUREE-PRET     PIC 9(03) VALUE 21.
       01  WS-ADH-NB-COURS       PIC 9(03) VALUE 0.

      ******************************************************************
      *Zone de travail pour les regles de pret par categorie
      *d'adherent (A adulte, E enfant, T etudiant, C collectivite ou
      *ecole, P personnel) et par type de document. La regle d'un type
      *precis l'emporte sur la regle generale de la categorie (type
      *"*") ; sans regle du tout, les valeurs par defaut des zones
      *adherents, prolongations et amendes s'appliquent, les enfants
      *restant exoneres d'amende. WS-REGLE-MAX-TOTAL plafonne tous
      *les emprunts de l'adherent, WS-REGLE-MAX ceux du type quand une
      *regle propre au type existe.
       01  WS-REGLE-CATEGORIE    PIC X(01) VALUE "A".
           88 WS-CATEGORIE-VALIDE VALUE "A" "E" "T" "C" "P".
           88 WS-CATEGORIE-ENFANT VALUE "E".
       01  WS-REGLE-LIBELLE      PIC X(20).
       01  WS-REGLE-DUREE        PIC 9(03) VALUE 0.
       01  WS-REGLE-MAX          PIC 9(02) VALUE 0.
       01  WS-REGLE-MAX-TOTAL    PIC 9(02) VALUE 0.
       01  WS-REGLE-TARIF        PIC 9(01)V99 VALUE 0.
       01  WS-REGLE-TARIF-EDIT   PIC 9(01).99.
       01  WS-REGLE-PROLONG      PIC 9(01) VALUE 0.
       01  WS-REGLE-INTERDIT     PIC X(01) VALUE "N".
           88 WS-REGLE-INTERDIT-OUI VALUE "O".
       01  WS-REGLE-PORTEE       PIC X(01) VALUE "G".
           88 WS-REGLE-PAR-TYPE  VALUE "T".

      ******************************************************************
      *Zone de travail pour la boite de retour (etape batch
      *RETOURS-BOITE sur retours-boite.dat) et le guichet par
      *code-barre d'exemplaire. WS-BOITE-MODE signale aux paragraphes
      *du retour qu'il n'y a personne au guichet : l'amende reste
      *ouverte au compte de l'adherent, sans question.
       01  WS-BOITE-MODE         PIC X(01) VALUE "N".
           88 WS-BOITE-OUI       VALUE "O".
       01  WS-BOITE-ECHEC        PIC X(01) VALUE "N".
           88 WS-BOITE-ECHEC-OUI VALUE "O".
       01  WS-BOITE-NB-LUS       PIC 9(05) VALUE 0.
       01  WS-BOITE-NB-CLOS      PIC 9(05) VALUE 0.
       01  WS-BOITE-NB-INCONNUS  PIC 9(05) VALUE 0.
       01  WS-BOITE-NB-HORS-PRET PIC 9(05) VALUE 0.
       01  WS-BOITE-NB-RESA      PIC 9(05) VALUE 0.
       01  WS-BOITE-NB-ERREURS   PIC 9(05) VALUE 0.
       01  WS-BOITE-MOTIF        PIC X(40).
       01  WS-CODE-B-TROUVE      PIC X(01) VALUE "N".
           88 WS-CODE-B-OUI      VALUE "O".

      ******************************************************************
      *Zone de travail pour les notifications par SMS et courriel.
      *Un adherent au canal S (SMS) ou C (courriel) dont la coordonnee
      *est renseignee recoit ses rappels, avis de mise a disposition,
      *echeances de carte et messages de courtoisie (WS-NOTIF-
      *COURTOISIE-JRS jours avant le retour prevu) par le prestataire
      *d'envoi au lieu d'une lettre ; les autres restent au papier.
       01  WS-NOTIF-NUMERIQUE    PIC X(01) VALUE "N".
           88 WS-NOTIF-NUM-OUI   VALUE "O".
       01  WS-NOTIF-ECHEC        PIC X(01) VALUE "N".
           88 WS-NOTIF-ECHEC-OUI VALUE "O".
       01  WS-NOTIF-COURTOISIE-JRS PIC 9(02) VALUE 3.
       01  WS-NOTIF-NB-CALC      PIC 9(05) VALUE 0.
       01  WS-NOTIF-NB-DEPOSES   PIC 9(05) VALUE 0.
       01  WS-NOTIF-NB-ACCUSES   PIC 9(05) VALUE 0.
       01  WS-NOTIF-NB-REMIS     PIC 9(05) VALUE 0.
       01  WS-NOTIF-NB-ECHECS    PIC 9(05) VALUE 0.
       01  WS-NOTIF-NB-INCONNUS  PIC 9(05) VALUE 0.
       01  WS-NOTIF-NB-COURTOISIE PIC 9(05) VALUE 0.
       01  WS-NOTIF-NB-ENVOYES   PIC 9(05) VALUE 0.
       01  WS-NOTIF-NB-EDIT      PIC Z9.
       01  WS-NOTIF-CANAL-LIB    PIC X(10).
       01  WS-NOTIF-TYPE-LIB     PIC X(20).
       01  WS-NOTIF-STATUT-LIB   PIC X(20).

      ******************************************************************
      *Zone de travail pour le versement des encaissements a la
      *tresorerie municipale. Un mois verse (table versement) est
      *verrouille : plus d'encaissement ni d'exoneration date dans ce
      *mois, et pas de second export. Imputations comptables de la
      *regie : fonction 321 (bibliotheques), compte 7788 pour les
      *amendes de retard et 7088 pour les remplacements factures.
       01  WS-VERS-IMPUT-RETARD  PIC X(10) VALUE "321-7788".
       01  WS-VERS-IMPUT-REMPL   PIC X(10) VALUE "321-7088".
       01  WS-VERS-REGIE         PIC X(20) VALUE "REGIE BIBLIOTHEQUE".
       01  WS-VERS-VERROU        PIC X(01) VALUE "N".
           88 WS-VERS-VERROU-OUI VALUE "O".
       01  WS-VERS-ECHEC         PIC X(01) VALUE "N".
           88 WS-VERS-ECHEC-OUI  VALUE "O".
       01  WS-VERS-DEJA          PIC X(01) VALUE "N".
           88 WS-VERS-DEJA-OUI   VALUE "O".
       01  WS-VERS-AAAA          PIC 9(04) VALUE 0.
       01  WS-VERS-MM            PIC 9(02) VALUE 0.
       01  WS-VERS-SEQ           PIC 9(03) VALUE 0.
       01  WS-VERS-NB            PIC 9(05) VALUE 0.
       01  WS-VERS-MONTANT       PIC 9(07)V99 VALUE 0.
       01  WS-VERS-TOTAL         PIC 9(09)V99 VALUE 0.
       01  WS-VERS-EDIT          PIC Z(8)9.99.
       01  WS-VERS-MODE-LIB      PIC X(16).
       01  WS-VERS-MODE-CODE     PIC X(03).
       01  WS-VERS-TOTAL-SQL     PIC 9(09).99.
       01  WS-VERS-MODE-OK       PIC X(01) VALUE "N".
           88 WS-VERS-MODE-VALIDE VALUE "O".
       01  WS-VERS-PERIODE-OK    PIC X(01) VALUE "N".
           88 WS-VERS-PERIODE-VALIDE VALUE "O".

      ******************************************************************
      *Zone de travail pour les sites (bibliotheque centrale CEN et
      *annexes de la table site). Chaque exemplaire a un site de
      *rattachement et un site de presence ; rendu ailleurs que chez
      *lui, ou attendu sur un autre site par une reservation, il part
      *par la navette (statut T, table navette) et son arrivee est
      *pointee au guichet du site destinataire. Un transit de plus de
      *WS-NAV-DELAI-JOURS jours est signale comme a rechercher.
       01  WS-SITE-DEFAUT        PIC X(03) VALUE "CEN".
       01  WS-SITE-SAUVE         PIC X(03) VALUE SPACE.
       01  WS-SITE-OK            PIC X(01) VALUE "N".
           88 WS-SITE-VALIDE     VALUE "O".
       01  WS-RESA-TRANSIT       PIC X(01) VALUE "N".
           88 WS-RESA-TRANSIT-OUI VALUE "O".
       01  WS-NAV-ENVOI          PIC X(01) VALUE "N".
           88 WS-NAV-ENVOI-OUI   VALUE "O".
       01  WS-NAV-ECHEC          PIC X(01) VALUE "N".
           88 WS-NAV-ECHEC-OUI   VALUE "O".
       01  WS-NAV-SUITE          PIC X(01) VALUE "N".
           88 WS-NAV-SUITE-OUI   VALUE "O".
       01  WS-NAV-DELAI-JOURS    PIC 9(03) VALUE 7.
       01  WS-NAV-JOUR-INT       PIC 9(07) VALUE 0.
       01  WS-NAV-NB             PIC 9(05) VALUE 0.
       01  WS-NAV-NB-SITE        PIC 9(05) VALUE 0.
       01  WS-NAV-QTE            PIC 9(05) VALUE 0.
       01  WS-NAV-IDX            PIC 9(05) VALUE 0.
       01  WS-NAV-NB-EDIT        PIC ZZZZ9.
       01  WS-NAV-SITE-PREC      PIC X(03) VALUE SPACE.
       01  WS-NAV-MOTIF-LIB      PIC X(14).
       01  WS-AVIS-SITE-LIB      PIC X(20) VALUE SPACE.

      ******************************************************************
      *Zone de travail pour la protection des donnees personnelles.
      *Les emprunts clos et les adherents sans activite depuis plus de
      *WS-RGPD-ANNEES ans sont anonymises : nom 'ANONYME', prenom,
      *telephone et courriel effaces, carte remplacee par ANO suivi de
      *l'identifiant. La categorie et les dates restent pour les
      *statistiques. WS-RGPD-CARTE / WS-RGPD-NOM / WS-RGPD-PRENOM
      *portent l'adherent efface a sa demande quand les archives sont
      *reecrites. WS-RGPD-RESA garde les reservations annulees par un
      *effacement, pour recalculer les titres et tracer l'annulation
      *une fois l'effacement valide.
       01  WS-RGPD-ANNEES        PIC 9(02) VALUE 3.
       01  WS-RGPD-ECHEC         PIC X(01) VALUE "N".
           88 WS-RGPD-ECHEC-OUI  VALUE "O".
       01  WS-RGPD-ECHEC-PREC    PIC X(01) VALUE "N".
       01  WS-RGPD-SUITE         PIC X(01) VALUE "N".
           88 WS-RGPD-SUITE-OUI  VALUE "O".
       01  WS-RGPD-MODIFIE       PIC X(01) VALUE "N".
           88 WS-RGPD-MODIFIE-OUI VALUE "O".
       01  WS-RGPD-CARTE         PIC X(08) VALUE SPACE.
       01  WS-RGPD-NOM           PIC X(22) VALUE SPACE.
       01  WS-RGPD-PRENOM        PIC X(22) VALUE SPACE.
       01  WS-RGPD-ID-NUM        PIC 9(05) VALUE 0.
       01  WS-RGPD-NB-EMP        PIC 9(05) VALUE 0.
       01  WS-RGPD-NB-AUD        PIC 9(05) VALUE 0.
       01  WS-RGPD-NB-ADH        PIC 9(05) VALUE 0.
       01  WS-RGPD-NB-ARCH       PIC 9(05) VALUE 0.
       01  WS-RGPD-NB-COURS      PIC 9(03) VALUE 0.
       01  WS-RGPD-NB-AMENDE     PIC 9(03) VALUE 0.
       01  WS-RGPD-NB-RESA       PIC 9(03) VALUE 0.
       01  WS-RGPD-NB-SECTION    PIC 9(05) VALUE 0.
       01  WS-RGPD-NB-EDIT       PIC ZZZZ9.
       01  WS-RGPD-TITRE         PIC X(40) VALUE SPACE.
       01  WS-RGPD-RESA.
           05 WS-RGPD-RESA-MAX   PIC 9(02) VALUE 0.
           05 WS-RGPD-RESA-TABLE OCCURS 50 TIMES
                                 INDEXED BY IDX-RGPD-RESA.
              10 WS-RGPD-RESA-ID PIC X(05).
              10 WS-RGPD-RESA-LIVRE PIC X(03).
              10 WS-RGPD-RESA-DATE PIC X(10).

      ******************************************************************
      *Zone de travail pour les periodiques. Un titre (table
      *periodique) a sa notice dans livre, de type WS-PER-TYPE et de
      *code egal a l'ISSN ; chaque numero recu (table bulletin) en
      *devient un exemplaire. Le pret d'un numero est limite a
      *WS-PER-DUREE-PRET jours sauf regle propre au type, et le
      *dernier numero paru n'est jamais mis de cote pour une
      *reservation. Un numero attendu est reclame au fournisseur
      *WS-PER-DELAI-RECLAM jours apres sa date prevue (sauf delai
      *propre au titre), un abonnement est signale a renouveler
      *WS-PER-ALERTE-JOURS jours avant sa fin.
       01  WS-PER-TYPE           PIC X(16) VALUE "Periodique".
       01  WS-PER-DUREE-PRET     PIC 9(03) VALUE 7.
       01  WS-PER-DELAI-RECLAM   PIC 9(03) VALUE 15.
       01  WS-PER-ALERTE-JOURS   PIC 9(03) VALUE 30.
       01  WS-PER-MAX-NUMERO     PIC 9(04) VALUE 999.
       01  WS-PER-ECHEC          PIC X(01) VALUE "N".
           88 WS-PER-ECHEC-OUI   VALUE "O".
       01  WS-PER-SUITE          PIC X(01) VALUE "N".
           88 WS-PER-SUITE-OUI   VALUE "O".
       01  WS-PER-TROUVE         PIC X(01) VALUE "N".
           88 WS-PER-TROUVE-OUI  VALUE "O".
       01  WS-PER-DERNIER        PIC X(01) VALUE "N".
           88 WS-PER-DERNIER-OUI VALUE "O".
       01  WS-PER-ISSN-OK        PIC X(01) VALUE "N".
           88 WS-PER-ISSN-VALIDE VALUE "O".
       01  WS-PER-PERIO-OK       PIC X(01) VALUE "N".
           88 WS-PER-PERIO-VALIDE VALUE "O".
       01  WS-PER-UNITE          PIC X(01) VALUE "M".
           88 WS-PER-UNITE-JOUR  VALUE "J".
       01  WS-PER-PAS            PIC 9(02) VALUE 0.
       01  WS-PER-PERIO-LIB      PIC X(12) VALUE SPACE.
       01  WS-PER-NUMERO         PIC 9(04) VALUE 0.
       01  WS-PER-ECART          PIC S9(05) VALUE 0.
       01  WS-PER-ECART-TOT      PIC 9(07) VALUE 0.
       01  WS-PER-ECART-RESTE    PIC 9(02) VALUE 0.
       01  WS-PER-FIN-NUM        PIC 9(08) VALUE 0.
       01  WS-PER-CONSERV        PIC 9(03) VALUE 0.
       01  WS-PER-DELAI          PIC 9(03) VALUE 0.
       01  WS-PER-NB             PIC 9(05) VALUE 0.
       01  WS-PER-NB-FOIS        PIC 9(02) VALUE 0.
       01  WS-PER-NB-RECLAM      PIC 9(05) VALUE 0.
       01  WS-PER-NB-LETTRES     PIC 9(05) VALUE 0.
       01  WS-PER-NB-ECHUS       PIC 9(05) VALUE 0.
       01  WS-PER-NB-DESH        PIC 9(05) VALUE 0.
       01  WS-PER-IDX-TITRE      PIC 9(05) VALUE 0.
       01  WS-PER-FOURN-PREC     PIC X(05) VALUE SPACE.
       01  WS-PER-ISSN-ZONE      PIC X(08) VALUE SPACE.
       01  WS-PER-ISSN-RESTE     PIC X(01) VALUE SPACE.
       01  WS-PER-POS            PIC 9(02) VALUE 0.
       01  WS-PER-CHIFFRE        PIC 9(01) VALUE 0.
       01  WS-PER-SOMME          PIC 9(05) VALUE 0.
       01  WS-PER-QUOTIENT       PIC 9(05) VALUE 0.
       01  WS-PER-CLE            PIC 9(02) VALUE 0.
       01  WS-PER-CLE-CAR        PIC X(01) VALUE SPACE.

      ******************************************************************
      *Zone de travail pour le controle des mises a jour concurrentes
      *entre postes du guichet. L'ecriture d'un pret, d'un retour,
      *d'une prolongation ou d'un encaissement reprend dans sa clause
      *WHERE l'etat lu a l'ecran : si un autre poste a modifie la
      *ligne entre la lecture et l'ecriture, aucune ligne n'est
      *touchee (WS-CONC-CONFLIT), toute l'operation est annulee et le
      *conflit est trace au journal d'audit (table CONFLIT, cle de
      *l'objet, operation dans l'ancienne valeur, site du guichet dans
      *la nouvelle) pour le compte rendu de fin de journee.
       01  WS-CONC-ETAT          PIC X(01) VALUE "O".
           88 WS-CONC-OK         VALUE "O".
           88 WS-CONC-CONFLIT    VALUE "C".
           88 WS-CONC-ERREUR     VALUE "E".
       01  WS-CONC-OPERATION     PIC X(12) VALUE SPACE.
       01  WS-CONC-CLE           PIC X(17) VALUE SPACE.
       01  WS-CONC-NB            PIC 9(05) VALUE 0.
       01  WS-CONC-NB-OPER       PIC 9(05) VALUE 0.
       01  WS-CONC-ECHEC         PIC X(01) VALUE "N".
           88 WS-CONC-ECHEC-OUI  VALUE "O".

      ******************************************************************
      *Zone de travail pour le controle des ISBN. Le code saisi ou lu
      *est debarrasse de ses tirets et espaces puis controle : ISBN-10
      *(cle modulo 11, X pour 10) converti en ISBN-13 978, ou ISBN-13
      *978/979 (cle EAN modulo 10). WS-ISBN-13 porte la forme retenue
      *pour le catalogue, WS-ISBN-10 la forme a 10 chiffres quand elle
      *existe, pour retrouver les notices anciennes saisies ainsi.
       01  WS-ISBN-SAISIE        PIC X(20) VALUE SPACE.
       01  WS-ISBN-ZONE          PIC X(20) VALUE SPACE.
       01  WS-ISBN-LG            PIC 9(02) VALUE 0.
       01  WS-ISBN-POS           PIC 9(02) VALUE 0.
       01  WS-ISBN-CAR           PIC X(01) VALUE SPACE.
       01  WS-ISBN-CHIFFRE       PIC 9(01) VALUE 0.
       01  WS-ISBN-SOMME         PIC 9(05) VALUE 0.
       01  WS-ISBN-QUOTIENT      PIC 9(05) VALUE 0.
       01  WS-ISBN-CLE           PIC 9(02) VALUE 0.
       01  WS-ISBN-CLE-CAR       PIC X(01) VALUE SPACE.
       01  WS-ISBN-NEUF          PIC X(09) VALUE SPACE.
       01  WS-ISBN-13            PIC X(13) VALUE SPACE.
       01  WS-ISBN-10            PIC X(10) VALUE SPACE.
       01  WS-ISBN-ETAT          PIC X(01) VALUE "F".
           88 WS-ISBN-VALIDE     VALUE "V".
           88 WS-ISBN-CLE-FAUSSE VALUE "C".
           88 WS-ISBN-HORS-FORMAT VALUE "F".
       01  WS-ISBN-CONVERTI      PIC X(01) VALUE "N".
           88 WS-ISBN-CONVERTI-OUI VALUE "O".
       01  WS-ISBN-RETENU        PIC X(01) VALUE "N".
           88 WS-ISBN-RETENU-OUI VALUE "O".
       01  WS-ISBN-MOTIF         PIC X(30) VALUE SPACE.
       01  WS-ISBN-NB-BASE       PIC 9(05) VALUE 0.
       01  WS-ISBN-RN            PIC 9(05) VALUE 0.

      ******************************************************************
      *Zone de travail pour l'import des notices UNIMARC : zones
      *retenues de la notice en cours, sous-zone cherchee et compteurs
      *du compte rendu import-notices-rapport.txt.
       01  WS-UNI-EN-COURS       PIC X(01) VALUE "N".
           88 WS-UNI-EN-COURS-OUI VALUE "O".
       01  WS-UNI-ECHEC          PIC X(01) VALUE "N".
           88 WS-UNI-ECHEC-OUI   VALUE "O".
       01  WS-UNI-ENRICHI        PIC X(01) VALUE "N".
           88 WS-UNI-ENRICHI-OUI VALUE "O".
       01  WS-UNI-ISBN           PIC X(20) VALUE SPACE.
       01  WS-UNI-PRIX           PIC X(20) VALUE SPACE.
       01  WS-UNI-TITRE          PIC X(38) VALUE SPACE.
       01  WS-UNI-EDITEUR        PIC X(23) VALUE SPACE.
       01  WS-UNI-DATE           PIC X(20) VALUE SPACE.
       01  WS-UNI-ANNEE          PIC X(04) VALUE SPACE.
       01  WS-UNI-A-NOM          PIC X(22) VALUE SPACE.
       01  WS-UNI-A-PRENOM       PIC X(22) VALUE SPACE.
       01  WS-UNI-A-RANG         PIC 9(01) VALUE 9.
       01  WS-UNI-A-RANG-ZONE    PIC 9(01) VALUE 9.
       01  WS-UNI-TYPE           PIC X(16) VALUE "Livre".
       01  WS-UNI-CODE           PIC X(01) VALUE SPACE.
       01  WS-UNI-VALEUR         PIC X(243) VALUE SPACE.
       01  WS-UNI-POS            PIC 9(03) VALUE 0.
       01  WS-UNI-DEBUT          PIC 9(03) VALUE 0.
       01  WS-UNI-RESULTAT       PIC X(10) VALUE SPACE.
       01  WS-UNI-DETAIL         PIC X(56) VALUE SPACE.
       01  WS-UNI-NB-LUES        PIC 9(05) VALUE 0.
       01  WS-UNI-NB-CREEES      PIC 9(05) VALUE 0.
       01  WS-UNI-NB-ENRICHIES   PIC 9(05) VALUE 0.
       01  WS-UNI-NB-INCHANGEES  PIC 9(05) VALUE 0.
       01  WS-UNI-NB-REJETEES    PIC 9(05) VALUE 0.
       01  WS-UNI-NB-DOUBLONS    PIC 9(05) VALUE 0.

      ******************************************************************
      *Zone de travail pour les reservations. Une reservation non
      *retiree au bout de WS-RESA-DELAI-JOURS jours est purgeable.

      ******************************************************************
      *Zone de travail pour la prolongation d'un emprunt en cours :
      *une duree de pret de plus sur la date de retour prevue, refusee
      *si une reservation attend le titre, si l'emprunt est deja en
      *retard ou s'il a atteint le nombre de prolongations de sa regle
      *de pret (WS-PROLONG-MAX a defaut de regle).
       01  WS-PROLONG-MAX        PIC 9(01) VALUE 2.
       01  WS-PROLONG-NB         PIC 9(03) VALUE 0.

       01  WS-RAPPEL-PREC-NOM    PIC X(22).
       01  WS-RAPPEL-PREC-PRENOM PIC X(22).
       01  WS-RAPPEL-PREC-TEL    PIC X(10).
       01  WS-RAPPEL-PREC-ADH    PIC X(05).
       01  WS-RAPPEL-JOURS-AFF   PIC ZZZZ9.
      ******************************************************************
      *Zone de travail pour les amendes de retard. Le tarif est par
      *jour de retard et vient de la regle de pret de l'adherent
      *(WS-AMENDE-TARIF a defaut de regle) ; le montant est plafonne
      *par la taille de la zone de calcul (9999,99).
       01  WS-AMENDE-TARIF       PIC 9(01)V99 VALUE 0.20.
       01  WS-AMENDE-CALC        PIC 9(04)V99 VALUE 0.
       01  WS-AMENDE-EDIT        PIC 9(04).99.
           88 WS-DROIT-ACCORDE   VALUE "O".
       01  WS-OPER-NB            PIC 9(03) VALUE 0.

      ******************************************************************
      *Zone de travail pour les commandes aux fournisseurs : une
      *commande porte des lignes (ISBN, titre, fonds, quantite, prix
      *unitaire) receptionnees en une ou plusieurs livraisons ; chaque
      *livraison cree la notice si besoin et les fiches exemplaires.
      *Une ligne non soldee au-dela du delai de relance du fournisseur
      *(WS-CMD-DELAI-RELANCE jours a defaut) est relancee par ecrit
      *dans relances-fournisseurs.txt ; les reliquats peuvent etre
      *annules. L'enveloppe budgetaire annuelle de chaque fonds
      *(LIVRE-TYPE) se decompose en engage (reste a livrer), liquide
      *(livre) et disponible.
       01  WS-CMD-DELAI-RELANCE  PIC 9(03) VALUE 45.
       01  WS-CMD-DELAI          PIC 9(03) VALUE 0.
       01  WS-CMD-QTE            PIC 9(03) VALUE 0.
       01  WS-CMD-QTE-RECUE      PIC 9(03) VALUE 0.
       01  WS-CMD-QTE-ANNULEE    PIC 9(03) VALUE 0.
       01  WS-CMD-RELIQUAT       PIC 9(03) VALUE 0.
       01  WS-CMD-RECEP          PIC 9(03) VALUE 0.
       01  WS-CMD-NUM-LIGNE      PIC 9(03) VALUE 0.
       01  WS-CMD-PRIX           PIC 9(06)V99 VALUE 0.
       01  WS-CMD-PRIX-EDIT      PIC 9(06).99.
       01  WS-CMD-MONTANT        PIC 9(07)V99 VALUE 0.
       01  WS-CMD-NB-LIGNES      PIC 9(03) VALUE 0.
       01  WS-CMD-NB-RELANCES    PIC 9(05) VALUE 0.
       01  WS-CMD-NB-LETTRES     PIC 9(05) VALUE 0.
       01  WS-CMD-FINI           PIC X(01) VALUE "N".
       01  WS-CMD-PREC-FOURN     PIC X(05) VALUE SPACE.
       01  WS-CMD-PREC-NOM       PIC X(30) VALUE SPACE.
       01  WS-CMD-PREC-ADRESSE   PIC X(60) VALUE SPACE.
       01  WS-CMD-PREC-COURRIEL  PIC X(40) VALUE SPACE.
       01  WS-CMD-ERREUR         PIC X(01) VALUE "N".
           88 WS-CMD-ERREUR-OUI  VALUE "O".
       01  WS-CMD-REL.
           05 WS-CMD-REL-MAX     PIC 9(02) VALUE 0.
           05 WS-CMD-REL-TABLE OCCURS 50 TIMES INDEXED BY IDX-CMD-REL.
              10 WS-CMD-REL-CMD  PIC X(05).
              10 WS-CMD-REL-DATE PIC X(10).
              10 WS-CMD-REL-CODE PIC X(13).
              10 WS-CMD-REL-TITRE PIC X(38).
              10 WS-CMD-REL-RESTE PIC 9(03).
              10 WS-CMD-REL-NB   PIC 9(02).
       01  WS-BUDG-ALLOUE        PIC 9(07)V99 VALUE 0.
       01  WS-BUDG-ENGAGE        PIC 9(07)V99 VALUE 0.
       01  WS-BUDG-LIQUIDE       PIC 9(07)V99 VALUE 0.
       01  WS-BUDG-DISPO         PIC S9(07)V99 VALUE 0.
       01  WS-BUDG-TOT-ALLOUE    PIC 9(08)V99 VALUE 0.
       01  WS-BUDG-TOT-ENGAGE    PIC 9(08)V99 VALUE 0.
       01  WS-BUDG-TOT-LIQUIDE   PIC 9(08)V99 VALUE 0.
       01  WS-BUDG-TOT-DISPO     PIC S9(08)V99 VALUE 0.
       01  WS-BUDG-EDIT          PIC -(8)9.99.
       01  WS-BUDG-EDIT-2        PIC -(8)9.99.
       01  WS-BUDG-EDIT-3        PIC -(8)9.99.
       01  WS-BUDG-EDIT-4        PIC -(8)9.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01 LIVRE-ID           PIC X(03).
           01 LIVRE-CODE         PIC X(13).
           01 ADHERENT-DATE-SEUIL PIC X(10).
           01 ADHERENT-NB-COURS  PIC X(03).
           01 ADHERENT-NOM-RECH  PIC X(24).
           01 ADHERENT-CATEGORIE PIC X(01).
           01 ADHERENT-COURRIEL  PIC X(60).
           01 ADHERENT-CANAL     PIC X(01).

           01 NOTIF-ID           PIC X(08).
           01 NOTIF-ADH-ID       PIC X(05).
           01 NOTIF-TYPE         PIC X(01).
           01 NOTIF-CANAL        PIC X(01).
           01 NOTIF-DEST         PIC X(60).
           01 NOTIF-REFERENCE    PIC X(20).
           01 NOTIF-MESSAGE      PIC X(160).
           01 NOTIF-STATUT       PIC X(01).
           01 NOTIF-DATE         PIC X(10).
           01 NOTIF-DATE-ACC     PIC X(10).
           01 NOTIF-MOTIF        PIC X(40).
           01 NOTIF-NB           PIC X(05).
           01 NOTIF-ECHEANCE     PIC X(10).

           01 VERS-NUMERO        PIC X(08).
           01 VERS-ANNEE         PIC X(04).
           01 VERS-PERIODE       PIC X(07).
           01 VERS-DEBUT         PIC X(10).
           01 VERS-FIN           PIC X(10).
           01 VERS-DATE          PIC X(10).
           01 VERS-NB            PIC X(05).
           01 VERS-TOTAL         PIC X(12).

      *Sites : SITE-GUICHET est le site de la session (ou du depot de
      *la boite de retour en batch) ; livre_site porte les compteurs
      *de chaque titre par site, tenus par 0253-SYNC-EXEMPLAIRES-DEB.
           01 SITE-GUICHET       PIC X(03).
           01 SITE-CODE          PIC X(03).
           01 SITE-LIBELLE       PIC X(20).
           01 SITE-DEST          PIC X(03).
           01 SITE-COMPT         PIC X(05).
           01 SITE-PRET          PIC X(05).
           01 SITE-DISPO         PIC X(05).

      *Navette entre sites (motif R retour au site de rattachement,
      *V reservation a retirer sur un autre site, A affectation).
           01 NAV-ID             PIC X(05).
           01 NAV-DEPART         PIC X(03).
           01 NAV-ARRIVEE        PIC X(03).
           01 NAV-MOTIF          PIC X(01).
           01 NAV-DATE           PIC X(10).
           01 NAV-DATE-RECEP     PIC X(10).
           01 NAV-NB             PIC X(05).
           01 RGPD-DATE          PIC X(10).
           01 RGPD-LIMITE        PIC X(10).
           01 RGPD-CARTE-ANO     PIC X(08).
           01 RGPD-ANONYME       PIC X(01).
           01 RGPD-DATE-ANO      PIC X(10).
           01 RGPD-NB            PIC X(05).

      *Periodiques : titre et abonnement (periodicite H hebdomadaire,
      *Q quinzaine, M mensuel, B bimestriel, T trimestriel, S
      *semestriel, A annuel ; conservation des numeros en mois, delai
      *de reclamation en jours) et bulletins (statut A attendu, C
      *reclame, R recu, X desherbe).
           01 PER-ID             PIC X(05).
           01 PER-ISSN           PIC X(09).
           01 PER-PERIODICITE    PIC X(01).
           01 PER-DATE-DEBUT     PIC X(10).
           01 PER-DATE-FIN       PIC X(10).
           01 PER-CONSERVATION   PIC X(03).
           01 PER-DELAI          PIC X(03).
           01 PER-DATE-JOUR      PIC X(10).
           01 PER-LIMITE         PIC X(10).
           01 PER-NB             PIC X(05).
           01 BULL-ID            PIC X(05).
           01 BULL-NUMERO        PIC X(04).
           01 BULL-DATE-PREVUE   PIC X(10).
           01 BULL-DATE-RECUE    PIC X(10).
           01 BULL-STATUT        PIC X(01).
           01 BULL-DATE-RECLAM   PIC X(10).
           01 BULL-NB-RECLAM     PIC X(02).

      *Controle des mises a jour concurrentes : echeance lue avant une
      *prolongation, date et compteurs du compte rendu des conflits.
           01 CONF-DATE-PREVUE   PIC X(10).
           01 CONF-DATE          PIC X(10).
           01 CONF-NB            PIC X(05).
           01 CONF-OPERATION     PIC X(12).

      *Controle des ISBN : formes a 13 et a 10 chiffres cherchees au
      *catalogue, nombre de notices trouvees et notice en doublon.
           01 ISBN-TREIZE        PIC X(13).
           01 ISBN-DIX           PIC X(13).
           01 ISBN-NB            PIC X(05).
           01 ISBN-CODE-BASE     PIC X(13).
           01 ISBN-TITRE-BASE    PIC X(38).

      *Regles de pret par categorie d'adherent et type de document
      *(type "*" : regle generale de la categorie).
           01 REGLE-CATEGORIE    PIC X(01).
           01 REGLE-TYPE         PIC X(16).
           01 REGLE-DUREE        PIC X(03).
           01 REGLE-MAX          PIC X(02).
           01 REGLE-TARIF        PIC X(04).
           01 REGLE-PROLONG      PIC X(01).
           01 REGLE-INTERDIT     PIC X(01).

      *Reservations (file d'attente quand aucun exemplaire n'est
      *disponible).
           01 RESA-DATE          PIC X(10).
           01 RESA-DATE-LIMITE   PIC X(10).
           01 RESA-NB            PIC X(03).
           01 RESA-SITE          PIC X(03).

      *Lettres de rappel (niveau de relance porte par l'emprunt).
           01 RAPPEL-NIVEAU      PIC X(01).

      *Exemplaires physiques des livres (statut D disponible, P en
      *pret, R en reparation, M manquant/perdu, X retire, B en PEB
      *chez une bibliotheque partenaire, T en navette entre deux
      *sites). compt, pret et dispo de
      *livre sont derives de ces statuts par
      *0253-SYNC-EXEMPLAIRES-DEB.
           01 EXEMPLAIRE-ID      PIC X(05).
           01 EXEMPLAIRE-CODE-B  PIC X(17).
           01 EXEMPLAIRE-DATE    PIC X(10).
           01 EXEMPLAIRE-NB      PIC X(03).
           01 EXEMPLAIRE-SITE-R  PIC X(03).
           01 EXEMPLAIRE-SITE-P  PIC X(03).

      *Archivage annuel des emprunts clos et du journal d'audit.
           01 ARCH-DATE-EMP      PIC X(10).
           01 AMENDE-STATUT      PIC X(01).
           01 AMENDE-DATE        PIC X(10).
           01 AMENDE-DATE-REGL   PIC X(10).
           01 AMENDE-MODE        PIC X(01).
           01 AMENDE-TOTAL       PIC X(10).
           01 AMENDE-NB          PIC X(03).

      *Fournisseurs, commandes et lignes de commande (statut de la
      *commande O ouverte, S soldee, A annulee ; une ligne est soldee
      *quand quantite = qte_recue + qte_annulee), enveloppes
      *budgetaires annuelles par fonds.
           01 FOURN-ID           PIC X(05).
           01 FOURN-CODE         PIC X(08).
           01 FOURN-NOM          PIC X(30).
           01 FOURN-ADRESSE      PIC X(60).
           01 FOURN-TELEPHONE    PIC X(10).
           01 FOURN-COURRIEL     PIC X(40).
           01 FOURN-DELAI        PIC X(03).
           01 CMD-ID             PIC X(05).
           01 CMD-DATE           PIC X(10).
           01 CMD-STATUT         PIC X(01).
           01 CMD-LIGNE-ID       PIC X(05).
           01 CMD-NUM-LIGNE      PIC X(03).
           01 CMD-QTE            PIC X(03).
           01 CMD-QTE-RECUE      PIC X(03).
           01 CMD-QTE-ANNULEE    PIC X(03).
           01 CMD-PRIX           PIC X(09).
           01 CMD-DATE-RELANCE   PIC X(10).
           01 CMD-NB-RELANCES    PIC X(02).
           01 CMD-NB             PIC X(05).
           01 BUDGET-ANNEE       PIC X(04).
           01 BUDGET-FONDS       PIC X(16).
           01 BUDGET-ALLOUE      PIC X(12).
           01 BUDGET-ENGAGE      PIC X(12).
           01 BUDGET-LIQUIDE     PIC X(12).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               THRU    0010-SESSION-FIN

               IF WS-SESS-OUVERTE
                 PERFORM 0460-SITE-SESSION-DEB
                 THRU    0460-SITE-SESSION-FIN
                 PERFORM 0200-MENU-DEB
                 THRU    0200-MENU-FIN
                 MOVE 0 TO RETURN-CODE
      *affiche ici pour que les menus restent lisibles. Fonctions
      *reservees aux responsables : FUS fusion d'auteurs, INV
      *inventaire en mode mise a jour, ARC archivage, OPE gestion des
      *operateurs, BUD enveloppes budgetaires, REG regles de pret,
      *CPT versement a la tresorerie, RGP effacement et anonymisation
      *des donnees personnelles. NAV navette entre sites est ouverte
      *aux guichetiers.
      *Les vacataires n'ont que CON consultation, EMP
      *emprunts, RET retours et PRO prolongations.
       0020-DROIT-CONTROLE-DEB.
           MOVE "N" TO WS-DROIT-OK
                 WHEN "INV"
                 WHEN "ARC"
                 WHEN "OPE"
                 WHEN "BUD"
                 WHEN "REG"
                 WHEN "CPT"
                 WHEN "RGP"
                   CONTINUE
                 WHEN OTHER
                   MOVE "O" TO WS-DROIT-OK
             DISPLAY "9 - Journal d'audit et archives"
             DISPLAY "10 - Gerer les adherents"
             DISPLAY "11 - Pret entre bibliotheques (PEB)"
             DISPLAY "12 - Commandes fournisseurs et budget"
             DISPLAY "13 - Navette entre sites"
             DISPLAY "14 - Periodiques (abonnements, bulletinage)"
             DISPLAY "0 - Quitter"
             ACCEPT WS-CHOIX
      *Chaque choix passe par le controle des droits du profil de
                       PERFORM 0350-PEB-DEB
                       THRU    0350-PEB-FIN
                     END-IF
                 WHEN = 12
                     MOVE "CMD" TO WS-DROIT-FONCTION
                     PERFORM 0020-DROIT-CONTROLE-DEB
                     THRU    0020-DROIT-CONTROLE-FIN
                     IF WS-DROIT-ACCORDE
                       PERFORM 0380-COMMANDE-DEB
                       THRU    0380-COMMANDE-FIN
                     END-IF
                 WHEN = 13
                     MOVE "NAV" TO WS-DROIT-FONCTION
                     PERFORM 0020-DROIT-CONTROLE-DEB
                     THRU    0020-DROIT-CONTROLE-FIN
                     IF WS-DROIT-ACCORDE
                       PERFORM 0470-NAVETTE-DEB
                       THRU    0470-NAVETTE-FIN
                     END-IF
                 WHEN = 14
                     MOVE "PER" TO WS-DROIT-FONCTION
                     PERFORM 0020-DROIT-CONTROLE-DEB
                     THRU    0020-DROIT-CONTROLE-FIN
                     IF WS-DROIT-ACCORDE
                       PERFORM 0500-PERIODIQUE-DEB
                       THRU    0500-PERIODIQUE-FIN
                     END-IF
                 WHEN = 0
                     DISPLAY "Vous quittez le programme"
                 WHEN OTHER
           MOVE 0 TO WS-REPONSE-AJ.
       PERFORM UNTIL WS-REPONSE-AJ = "N"

           MOVE "N" TO WS-ISBN-RETENU
           PERFORM UNTIL WS-ISBN-RETENU-OUI
             DISPLAY "Entrez le code de livre : "
             ACCEPT WS-SAISIE
             PERFORM 0531-ISBN-SAISIE-DEB
             THRU    0531-ISBN-SAISIE-FIN
           END-PERFORM

      *Le livre est cherche sous toutes les formes de son ISBN.
           PERFORM 0532-ISBN-RECHERCHE-DEB
           THRU    0532-ISBN-RECHERCHE-FIN
           IF WS-ISBN-NB-BASE > 1
             PERFORM 0534-ISBN-DOUBLON-AFFICHE-DEB
             THRU    0534-ISBN-DOUBLON-AFFICHE-FIN
           END-IF
           
           EXEC SQL
              SELECT livre_id, code, titre, auteur_id, type, annee, 
      *suppression du titre entier : l'historique des emprunts du
      *titre est conserve et les compteurs du livre sont recalcules
      *par 0253-SYNC-EXEMPLAIRES-DEB. Un exemplaire en pret ne peut
      *pas etre traite avant son retour, ni un exemplaire en navette
      *avant son arrivee. L'option S change le site de rattachement.
           DISPLAY 'Saisir le titre du livre: ' WITH NO ADVANCING.
       ACCEPT WS-SAISIE.
       MOVE WS-SAISIE TO LIVRE-TITRE.
                IF EXEMPLAIRE-STATUT = "B"
                  DISPLAY "Exemplaire en PEB chez un partenaire, "
                          "enregistrez d'abord son retour (menu 11)."
                ELSE
                IF EXEMPLAIRE-STATUT = "T"
                  DISPLAY "Exemplaire en navette, pointez d'abord "
                          "son arrivee (menu 13)."
                ELSE
                  DISPLAY "X - Retirer definitivement du service"
                  DISPLAY "R - Envoyer en reparation"
                  DISPLAY "M - Declarer manquant/perdu"
                  DISPLAY "D - Remettre en service (disponible)"
                  DISPLAY "S - Changer de site de rattachement"
                  ACCEPT WS-SAISIE
                  MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:1))
                    TO WS-SAISIE(1:1)

                  IF WS-SAISIE(1:1) = "S"
                    PERFORM 0473-EXEMPLAIRE-AFFECTE-DEB
                    THRU    0473-EXEMPLAIRE-AFFECTE-FIN
                  ELSE
                  IF WS-SAISIE(1:1) = "X" OR WS-SAISIE(1:1) = "R"
                     OR WS-SAISIE(1:1) = "M" OR WS-SAISIE(1:1) = "D"
                    MOVE EXEMPLAIRE-STATUT TO AUDIT-ANCIENNE
                  ELSE
                    DISPLAY "Action non reconnue, abandon."
                  END-IF
                  END-IF
                END-IF
                END-IF
                END-IF
              END-IF
      ******************************************************************
       0250-EMPRUNT-DEB.
      *Enregistrement d'un emprunt et mise a jour du compteur pret.
      *Le livre est retrouve par le code-barre de l'exemplaire scanne
      *ou, a defaut, par son titre exact.
      *L'identite de l'emprunteur n'est plus saisie au clavier : on
      *demande le numero de carte et on recopie nom, prenom et
      *telephone depuis le fichier des adherents, en verifiant au
      *passage la regle de pret de sa categorie pour le type du livre
      *(type interdit, plafonds d'emprunts simultanes).
           DISPLAY "Code-barre de l'exemplaire ou titre du livre a "
                   "emprunter: "
           ACCEPT WS-SAISIE
           MOVE WS-SAISIE TO LIVRE-TITRE
           PERFORM 0414-CODE-BARRE-LIT-DEB
           THRU    0414-CODE-BARRE-LIT-FIN

           IF WS-CODE-B-OUI
             EXEC SQL
               SELECT livre_id, code, titre, auteur_id, type, annee,
                      edition, compt, pret, dispo
               INTO :LIVRE-ID, :LIVRE-CODE, :LIVRE-TITRE, :LIVRE-A-ID,
                    :LIVRE-TYPE, :LIVRE-ANNEE, :LIVRE-EDITION,
                    :LIVRE-COMPT, :LIVRE-PRET, :LIVRE-DISPO
               FROM livre
               WHERE livre_id = :LIVRE-ID
             END-EXEC
           ELSE
             EXEC SQL
               SELECT livre_id, code, titre, auteur_id, type, annee,
                      edition, compt, pret, dispo
               INTO :LIVRE-ID, :LIVRE-CODE, :LIVRE-TITRE, :LIVRE-A-ID,
                    :LIVRE-TYPE, :LIVRE-ANNEE, :LIVRE-EDITION,
                    :LIVRE-COMPT, :LIVRE-PRET, :LIVRE-DISPO
               FROM livre
               WHERE titre = :LIVRE-TITRE
             END-EXEC
           END-IF

           IF SQLCODE NOT = 0
             DISPLAY "Livre introuvable."
           ELSE
      *Exemplaire scanne au guichet : il doit etre en rayon.
             IF WS-CODE-B-OUI AND EXEMPLAIRE-STATUT NOT = "D"
               DISPLAY "Exemplaire " EXEMPLAIRE-CODE-B
                       " non disponible au pret (statut "
                       EXEMPLAIRE-STATUT ")."
             ELSE
               IF LIVRE-PRET NOT < LIVRE-COMPT
                 DISPLAY "Plus d'exemplaire disponible pour ce livre."
                 DISPLAY "Voulez-vous poser une reservation ? (O/N): "
                 ACCEPT WS-REPONSE-2
                 MOVE FUNCTION UPPER-CASE(WS-REPONSE-2) TO WS-REPONSE-2
                 IF WS-REPONSE-2 = "O"
                   PERFORM 0252-RESERVE-POSE-DEB
                   THRU    0252-RESERVE-POSE-FIN
                 END-IF
               ELSE
                 DISPLAY "Numero de carte de l'adherent: "
                 ACCEPT ADHERENT-CARTE

                 EXEC SQL
                   SELECT adherent_id, nom, prenom, telephone,
                          COALESCE(date_fin_validite, '')
                   INTO :ADHERENT-ID, :ADHERENT-NOM, :ADHERENT-PRENOM,
                        :ADHERENT-TELEPHONE, :ADHERENT-DATE-FIN
                   FROM adherent
                   WHERE carte = :ADHERENT-CARTE
                 END-EXEC

                 IF SQLCODE NOT = 0
                   DISPLAY "Carte inconnue, inscrivez d'abord "
                           "l'adherent"
                   DISPLAY "(menu 10 - Gerer les adherents)."
                 ELSE
                   PERFORM 0333-VALIDITE-CONTROLE-DEB
                   THRU    0333-VALIDITE-CONTROLE-FIN

                   IF NOT WS-CARTE-EXPIREE-OUI
                     PERFORM 0400-REGLE-CHARGE-DEB
                     THRU    0400-REGLE-CHARGE-FIN
                     PERFORM 0401-REGLE-PLAFOND-DEB
                     THRU    0401-REGLE-PLAFOND-FIN

                     IF WS-VALIDE = "O"
                       DISPLAY "Emprunteur: " ADHERENT-NOM " "
                                              ADHERENT-PRENOM
                       MOVE ADHERENT-NOM TO EMPRUNT-NOM
       0250-EMPRUNT-FIN.

      ******************************************************************
      *Choix de l'exemplaire puis saisie de la date d'emprunt et
      *creation de l'emprunt, une fois l'adherent et le livre
      *controles par 0250-EMPRUNT-DEB. La date de retour prevue est
      *calculee avec la duree de pret de la regle chargee par
      *0400-REGLE-CHARGE-DEB. Le pret porte sur un exemplaire precis
      *(statut D -> P) et les compteurs du livre sont recalcules par
      *0253-SYNC-EXEMPLAIRES-DEB. Seuls les exemplaires en rayon sur
      *le site du guichet peuvent etre pretes ; un titre en rayon
      *sur un autre site se reserve avec retrait ici, l'exemplaire
      *arrivant par la navette. Un exemplaire prete entre-temps par
      *un autre poste fait refuser le pret (0520-CONC-CONTROLE-DEB).
       0251-EMPRUNT-CREE-DEB.
           EXEC SQL
             SELECT COUNT(*)
             FROM exemplaire
             WHERE livre_id = :LIVRE-ID
               AND statut = 'D'
               AND COALESCE(site_present, 'CEN') = :SITE-GUICHET
           END-EXEC

           MOVE EXEMPLAIRE-NB TO WS-SYNC-NB-DISPO
      *Un exemplaire scanne est en main au guichet, quel que soit le
      *site ou il etait localise.
           IF WS-CODE-B-OUI
             MOVE 1 TO WS-SYNC-NB-DISPO
           END-IF
           IF WS-SYNC-NB-DISPO = 0
             DISPLAY "Aucun exemplaire en rayon sur le site "
                     SITE-GUICHET " (exemplaires sur un autre site, "
                     "en reparation ou perdus)."
             DISPLAY "Voulez-vous poser une reservation ? (O/N): "
             ACCEPT WS-REPONSE-2
             MOVE FUNCTION UPPER-CASE(WS-REPONSE-2) TO WS-REPONSE-2
               THRU    0252-RESERVE-POSE-FIN
             END-IF
           ELSE
      *Un exemplaire scanne est deja choisi (EXEMPLAIRE-ID).
             IF WS-CODE-B-OUI
               DISPLAY "Exemplaire scanne: numero " EXEMPLAIRE-NUM
             ELSE
               PERFORM 0255-EXEMPLAIRE-LISTE-DEB
               THRU    0255-EXEMPLAIRE-LISTE-FIN

               MOVE "N" TO WS-VALIDE
               PERFORM UNTIL WS-SAISIE-OK
                 DISPLAY "Numero de l'exemplaire a preter: "
                 ACCEPT WS-SAISIE
                 IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                   MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-EXEM-NUM
                   MOVE WS-EXEM-NUM TO EXEMPLAIRE-NUM

                   EXEC SQL
                     SELECT exemplaire_id
                     INTO :EXEMPLAIRE-ID
                     FROM exemplaire
                     WHERE livre_id = :LIVRE-ID
                       AND num_exemplaire = :EXEMPLAIRE-NUM
                       AND statut = 'D'
                       AND COALESCE(site_present, 'CEN')
                           = :SITE-GUICHET
                   END-EXEC

                   IF SQLCODE = 0
                     MOVE "O" TO WS-VALIDE
                   ELSE
                     DISPLAY "Exemplaire indisponible, choisissez-en "
                             "un autre."
                   END-IF
                 ELSE
                   DISPLAY "Valeur numerique attendue."
                 END-IF
               END-PERFORM
             END-IF

             MOVE "N" TO WS-VALIDE
             PERFORM UNTIL WS-SAISIE-OK
               END-IF
             END-PERFORM

      *Echeance : date d'emprunt plus la duree de pret de la regle.
             MOVE EMPRUNT-DATE TO WS-DATE-PARSE-VAL
             COMPUTE WS-DATE-PARSE-NUM =
                 WS-DATE-PARSE-AAAA * 10000
               + WS-DATE-PARSE-MM   * 100
               + WS-DATE-PARSE-JJ
             COMPUTE WS-DATE-CALC-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DATE-PARSE-NUM)
               + WS-REGLE-DUREE)
             MOVE WS-DATE-SYS-NUM TO WS-DATE-JOUR-NUM
             MOVE WS-DATE-CALC-NUM TO WS-DATE-SYS-NUM
             MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
             MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
             MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
             MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
             MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
             MOVE WS-DATE-JOUR-NUM TO WS-DATE-SYS-NUM
             MOVE WS-DATE-PARSE-VAL TO EMPRUNT-DATE-PREVUE
             DISPLAY "Pret de " WS-REGLE-DUREE " jours, retour prevu "
                     "le " EMPRUNT-DATE-PREVUE "."

      *Une date de retour tombant un jour de fermeture est reportee
      *au premier jour d'ouverture suivant : l'adherent doit pouvoir
             END-IF

             MOVE LIVRE-ID TO EMPRUNT-LIVRE-ID
             MOVE "PRET" TO WS-CONC-OPERATION
             MOVE LIVRE-CODE TO WS-CONC-CLE

      *L'exemplaire n'est sorti que s'il est toujours en rayon : un
      *autre poste a pu le preter depuis qu'il a ete choisi. Sortie de
      *l'exemplaire et creation de l'emprunt sont validees ensemble
      *ou annulees ensemble.
             EXEC SQL
               UPDATE exemplaire
               SET statut = 'P',
                   site_present = :SITE-GUICHET
               WHERE exemplaire_id = :EXEMPLAIRE-ID
                 AND statut = 'D'
             END-EXEC

             PERFORM 0520-CONC-CONTROLE-DEB
             THRU    0520-CONC-CONTROLE-FIN

             IF WS-CONC-OK
               EXEC SQL
                 INSERT INTO emprunt
                 (livre_id, adherent_id, exemplaire_id, nom, prenom,
                 tel, date, retour, date_prevue, site_pret)
                 VALUES (:EMPRUNT-LIVRE-ID, :ADHERENT-ID,
                         :EXEMPLAIRE-ID, :EMPRUNT-NOM, :EMPRUNT-PRENOM,
                         :EMPRUNT-TELEPHONE, :EMPRUNT-DATE, NULL,
                         :EMPRUNT-DATE-PREVUE, :SITE-GUICHET)
               END-EXEC

               IF SQLCODE NOT = 0
                 MOVE "E" TO WS-CONC-ETAT
               END-IF
             END-IF

             IF NOT WS-CONC-OK
               PERFORM 0521-CONC-REFUS-DEB
               THRU    0521-CONC-REFUS-FIN
             ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY ">>> Emprunt enregistre (exemplaire "
                       EXEMPLAIRE-NUM ")."
               MOVE "EMPRUNT" TO AUDIT-TABLE
               MOVE LIVRE-CODE TO AUDIT-CLE
               MOVE SPACES TO AUDIT-ANCIENNE
               MOVE EMPRUNT-NOM TO AUDIT-NOUVELLE
               PERFORM 0281-AUDIT-ENREGISTRE-DEB
               THRU    0281-AUDIT-ENREGISTRE-FIN

      *Si l'adherent avait reserve ce titre, l'emprunt honore la
      *reservation : on la retire de la file et on fait remonter les
      *suivants d'un rang.
               MOVE LIVRE-ID TO RESA-LIVRE-ID
               EXEC SQL
                 SELECT rang
                 INTO :RESA-RANG
                 FROM reservation
                 WHERE livre_id = :RESA-LIVRE-ID
                   AND adherent_id = :ADHERENT-ID
               END-EXEC

               IF SQLCODE = 0
                 EXEC SQL
                   DELETE FROM reservation
                   WHERE livre_id = :RESA-LIVRE-ID
                     AND adherent_id = :ADHERENT-ID
                 END-EXEC

                 IF SQLCODE = 0
                   EXEC SQL
                     UPDATE reservation
                     SET rang = rang - 1
                     WHERE livre_id = :RESA-LIVRE-ID
                       AND rang > :RESA-RANG
                   END-EXEC
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY "Reservation de l'adherent honoree et "
                           "retiree de la file."
                 END-IF
               END-IF

               PERFORM 0253-SYNC-EXEMPLAIRES-DEB
               THRU    0253-SYNC-EXEMPLAIRES-FIN
             END-IF
           END-IF.

      ******************************************************************
      *Pose d'une reservation quand tous les exemplaires sont sortis.
      *La file est par livre : le rang attribue est le nombre de
      *reservations deja posees plus un, recontrole titre verrouille
      *au moment de l'ecriture. LIVRE-ID et LIVRE-TITRE sont
      *deja renseignes par 0250-EMPRUNT-DEB. Le lecteur choisit son
      *site de retrait ; si aucun exemplaire n'y est en rayon, un
      *exemplaire en rayon ailleurs y est achemine par la navette.
       0252-RESERVE-POSE-DEB.
           DISPLAY "Numero de carte de l'adherent: "
           ACCEPT ADHERENT-CARTE
             THRU    0333-VALIDITE-CONTROLE-FIN

             IF NOT WS-CARTE-EXPIREE-OUI
      *Un type de document interdit a la categorie de l'adherent ne
      *peut pas davantage etre reserve.
               PERFORM 0400-REGLE-CHARGE-DEB
               THRU    0400-REGLE-CHARGE-FIN

               IF WS-REGLE-INTERDIT-OUI
                 DISPLAY "Reservation refusee: type " LIVRE-TYPE
                         " interdit a la categorie " WS-REGLE-LIBELLE
               ELSE
                 IF LIVRE-TYPE = WS-PER-TYPE
                   DISPLAY "Periodique : le dernier numero paru ne "
                           "se reserve pas, la reservation sera "
                           "servie par un numero anterieur."
                 END-IF
                 MOVE LIVRE-ID TO RESA-LIVRE-ID

                 EXEC SQL
                   SELECT COUNT(*)
                   INTO :RESA-NB
                   FROM reservation
                   WHERE livre_id = :RESA-LIVRE-ID
                     AND adherent_id = :ADHERENT-ID
                 END-EXEC

                 IF SQLCODE NOT = 0
                   DISPLAY "Erreur controle reservation. SQLCODE: "
                                                              SQLCODE
                 ELSE
                   MOVE RESA-NB TO WS-RESA-RANG
                   IF WS-RESA-RANG > 0
                     DISPLAY "Cet adherent a deja reserve ce titre."
                   ELSE
                     EXEC SQL
                       SELECT COUNT(*)
                       INTO :RESA-NB
                       FROM reservation
                       WHERE livre_id = :RESA-LIVRE-ID
                     END-EXEC

                     IF SQLCODE NOT = 0
                       DISPLAY "Erreur calcul du rang. SQLCODE: "
                                                              SQLCODE
                     ELSE
                       MOVE RESA-NB TO WS-RESA-RANG
                       ADD 1 TO WS-RESA-RANG
                       MOVE WS-RESA-RANG TO RESA-RANG

                       ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
                       MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
                       MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
                       MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
                       MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
                       MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
                       MOVE WS-DATE-PARSE-VAL TO RESA-DATE

                       DISPLAY "Site de retrait de la reservation."
                       PERFORM 0471-SITE-SAISIE-DEB
                       THRU    0471-SITE-SAISIE-FIN
                       MOVE SITE-CODE TO RESA-SITE

      *Le titre est verrouille le temps de l'ecriture et la file est
      *recomptee : si un autre poste a pose ou retire une reservation
      *sur ce titre depuis le calcul du rang, la pose est refusee
      *plutot que de donner deux lecteurs au meme rang.
                       MOVE "RESERVATION" TO WS-CONC-OPERATION
                       MOVE LIVRE-CODE TO WS-CONC-CLE
                       MOVE "O" TO WS-CONC-ETAT

                       EXEC SQL
                         SELECT livre_id
                         INTO :LIVRE-ID
                         FROM livre
                         WHERE livre_id = :RESA-LIVRE-ID
                         FOR UPDATE
                       END-EXEC

                       IF SQLCODE NOT = 0
                         MOVE "E" TO WS-CONC-ETAT
                       ELSE
                         EXEC SQL
                           SELECT COUNT(*)
                           INTO :RESA-NB
                           FROM reservation
                           WHERE livre_id = :RESA-LIVRE-ID
                         END-EXEC

                         IF SQLCODE NOT = 0
                           MOVE "E" TO WS-CONC-ETAT
                         ELSE
                           MOVE RESA-NB TO WS-CONC-NB-OPER
                           IF WS-CONC-NB-OPER + 1 NOT = WS-RESA-RANG
                             MOVE "C" TO WS-CONC-ETAT
                           END-IF
                         END-IF
                       END-IF

                       IF WS-CONC-OK
                         EXEC SQL
                           INSERT INTO reservation
                           (livre_id, adherent_id, date_resa, rang,
                            site_retrait)
                           VALUES (:RESA-LIVRE-ID, :ADHERENT-ID,
                                   :RESA-DATE, :RESA-RANG, :RESA-SITE)
                         END-EXEC

                         IF SQLCODE NOT = 0
                           MOVE "E" TO WS-CONC-ETAT
                         END-IF
                       END-IF

                       IF NOT WS-CONC-OK
                         PERFORM 0521-CONC-REFUS-DEB
                         THRU    0521-CONC-REFUS-FIN
                       ELSE
                         EXEC SQL COMMIT END-EXEC
                         DISPLAY ">>> Reservation posee pour "
                                 ADHERENT-NOM " " ADHERENT-PRENOM
                         DISPLAY "Rang dans la file: " RESA-RANG
                                 ", retrait au site " RESA-SITE
                         MOVE "RESERVATION" TO AUDIT-TABLE
                         MOVE LIVRE-CODE TO AUDIT-CLE
                         MOVE SPACES TO AUDIT-ANCIENNE
                         MOVE ADHERENT-CARTE TO AUDIT-NOUVELLE
                         PERFORM 0281-AUDIT-ENREGISTRE-DEB
                         THRU    0281-AUDIT-ENREGISTRE-FIN

      *Premier de la file : un exemplaire lui est achemine s'il n'y
      *en a aucun en rayon sur son site de retrait.
                         IF WS-RESA-RANG = 1
                           PERFORM 0472-RESA-ACHEMINE-DEB
                           THRU    0472-RESA-ACHEMINE-FIN
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
      *mais ne rend pas le titre disponible, et l'export catalogue le
      *montre donc indisponible pendant son sejour chez le partenaire.
      *Les compteurs ne peuvent ainsi plus deriver des statuts reels.
      *La ventilation par site est reecrite dans livre_site : compt et
      *pret par site de rattachement, dispo = nombre d'exemplaires en
      *rayon presents sur le site (un exemplaire en navette n'est
      *disponible nulle part).
       0253-SYNC-EXEMPLAIRES-DEB.
           EXEC SQL
             SELECT COUNT(*)
             END-EXEC

             IF SQLCODE = 0
               EXEC SQL
                 DELETE FROM livre_site
                 WHERE livre_id = :LIVRE-ID
               END-EXEC

               IF SQLCODE = 0 OR SQLCODE = 100
                 EXEC SQL
                   INSERT INTO livre_site
                   (livre_id, site_code, compt, pret, dispo)
                   SELECT l.livre_id, s.site_code,
                          (SELECT COUNT(*) FROM exemplaire e
                           WHERE e.livre_id = l.livre_id
                             AND e.statut <> 'X'
                             AND COALESCE(e.site_rattachement, 'CEN')
                                 = s.site_code),
                          (SELECT COUNT(*) FROM exemplaire e
                           WHERE e.livre_id = l.livre_id
                             AND e.statut = 'P'
                             AND COALESCE(e.site_rattachement, 'CEN')
                                 = s.site_code),
                          (SELECT COUNT(*) FROM exemplaire e
                           WHERE e.livre_id = l.livre_id
                             AND e.statut = 'D'
                             AND COALESCE(e.site_present, 'CEN')
                                 = s.site_code)
                   FROM livre l
                   CROSS JOIN site s
                   WHERE l.livre_id = :LIVRE-ID
                 END-EXEC
               END-IF
             END-IF

             IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
             ELSE
               DISPLAY "Erreur synchronisation exemplaires. SQLCODE: "
                                                                SQLCODE
               EXEC SQL ROLLBACK END-EXEC
             END-IF
           END-IF.

      ******************************************************************
      *Creation d'un exemplaire supplementaire pour le livre LIVRE-ID
      *(code LIVRE-CODE) : numero suivant, code-barre code-numero,
      *date d'acquisition du jour, statut disponible, rattache et
      *present au site du guichet (SITE-GUICHET).
       0254-EXEMPLAIRE-AJOUTE-DEB.
           EXEC SQL
             SELECT COALESCE(MAX(num_exemplaire), 0)
           EXEC SQL
             INSERT INTO exemplaire
             (livre_id, num_exemplaire, code_barre, date_acquisition,
             statut, site_rattachement, site_present)
             VALUES (:LIVRE-ID, :EXEMPLAIRE-NUM, :EXEMPLAIRE-CODE-B,
                     :EXEMPLAIRE-DATE, 'D', :SITE-GUICHET,
                     :SITE-GUICHET)
           END-EXEC

           IF SQLCODE = 0
       0254-EXEMPLAIRE-AJOUTE-FIN.

      ******************************************************************
      *Liste des exemplaires du livre LIVRE-ID avec leur statut et
      *leur site, la meme pagination ROW_NUMBER() que les autres
      *consultations.
       0255-EXEMPLAIRE-LISTE-DEB.
           MOVE 0 TO WS-NB-AFFICHE
           MOVE 1 TO WS-IDX

             EXEC SQL
               SELECT num_exemplaire, statut, code_barre,
                      date_acquisition, site_r, site_p
               INTO :EXEMPLAIRE-NUM, :EXEMPLAIRE-STATUT,
                    :EXEMPLAIRE-CODE-B, :EXEMPLAIRE-DATE,
                    :EXEMPLAIRE-SITE-R, :EXEMPLAIRE-SITE-P
               FROM (SELECT num_exemplaire, statut, code_barre,
                            date_acquisition,
                            COALESCE(site_rattachement, 'CEN')
                              AS site_r,
                            COALESCE(site_present, 'CEN') AS site_p,
                            ROW_NUMBER() OVER
                              (ORDER BY num_exemplaire ASC) AS rn
                     FROM exemplaire
               EVALUATE EXEMPLAIRE-STATUT
                 WHEN "D"
                   DISPLAY "Exemplaire " EXEMPLAIRE-NUM " ["
                           EXEMPLAIRE-CODE-B "] disponible au site "
                           EXEMPLAIRE-SITE-P ", acquis le "
                           EXEMPLAIRE-DATE
                 WHEN "P"
                   DISPLAY "Exemplaire " EXEMPLAIRE-NUM " ["
                           EXEMPLAIRE-CODE-B "] en pret, acquis "
                   DISPLAY "Exemplaire " EXEMPLAIRE-NUM " ["
                           EXEMPLAIRE-CODE-B "] en PEB chez un "
                           "partenaire, acquis le " EXEMPLAIRE-DATE
                 WHEN "T"
                   DISPLAY "Exemplaire " EXEMPLAIRE-NUM " ["
                           EXEMPLAIRE-CODE-B "] en navette depuis le "
                           "site " EXEMPLAIRE-SITE-P ", acquis le "
                           EXEMPLAIRE-DATE
                 WHEN OTHER
                   DISPLAY "Exemplaire " EXEMPLAIRE-NUM " ["
                           EXEMPLAIRE-CODE-B "] retire, acquis "
                           "le " EXEMPLAIRE-DATE
               END-EVALUATE
               IF EXEMPLAIRE-SITE-R NOT = WS-SITE-DEFAUT
                  OR EXEMPLAIRE-SITE-P NOT = EXEMPLAIRE-SITE-R
                 DISPLAY "    rattache au site " EXEMPLAIRE-SITE-R
               END-IF

               ADD 1 TO WS-IDX
             END-IF

      ******************************************************************
      *Passage d'un exemplaire disponible du livre LIVRE-ID au statut
      *manquant/perdu (utilise par l'inventaire pour les ecarts), pris
      *parmi ceux presents sur le site inventorie (SITE-GUICHET).
       0256-INVENTAIRE-PERDU-DEB.
           EXEC SQL
             SELECT exemplaire_id
                            (ORDER BY num_exemplaire DESC) AS rn
                   FROM exemplaire
                   WHERE livre_id = :LIVRE-ID
                     AND statut = 'D'
                     AND COALESCE(site_present, 'CEN')
                         = :SITE-GUICHET) x
             WHERE x.rn = 1
           END-EXEC

      ******************************************************************
       0260-RETOUR-DEB.
      *Cloture d'un emprunt en cours et mise a jour de la
      *disponibilite. L'exemplaire rendu est scanne (code-barre) ou,
      *a defaut, le livre est cherche par son titre et l'emprunt a
      *clore est identifie par le numero de carte de l'adherent, plus
      *fiable que le nom saisi a la main.
      *L'exemplaire prete repasse disponible et les compteurs du livre
      *sont recalcules par 0253-SYNC-EXEMPLAIRES-DEB.
           DISPLAY "Code-barre de l'exemplaire ou titre du livre a "
                   "retourner: "
           ACCEPT WS-SAISIE
           MOVE WS-SAISIE TO LIVRE-TITRE
           PERFORM 0414-CODE-BARRE-LIT-DEB
           THRU    0414-CODE-BARRE-LIT-FIN

           IF WS-CODE-B-OUI
             PERFORM 0415-RETOUR-CODE-BARRE-DEB
             THRU    0415-RETOUR-CODE-BARRE-FIN
           ELSE
             EXEC SQL
               SELECT livre_id, code, titre, auteur_id, type, annee,
                      edition, compt, pret, dispo
               INTO :LIVRE-ID, :LIVRE-CODE, :LIVRE-TITRE, :LIVRE-A-ID,
                    :LIVRE-TYPE, :LIVRE-ANNEE, :LIVRE-EDITION,
                    :LIVRE-COMPT, :LIVRE-PRET, :LIVRE-DISPO
               FROM livre
               WHERE titre = :LIVRE-TITRE
             END-EXEC

             IF SQLCODE NOT = 0
               DISPLAY "Livre introuvable."
             ELSE
               MOVE LIVRE-ID TO EMPRUNT-LIVRE-ID

               DISPLAY "Numero de carte de l'adherent (pour identifier "
                       "le pret, un livre pouvant avoir plusieurs "
                       "exemplaires empruntes): "
               ACCEPT ADHERENT-CARTE

               EXEC SQL
                 SELECT adherent_id, nom, prenom
                 INTO :ADHERENT-ID, :ADHERENT-NOM, :ADHERENT-PRENOM
                 FROM adherent
                 WHERE carte = :ADHERENT-CARTE
               END-EXEC

               IF SQLCODE NOT = 0
                 DISPLAY "Carte inconnue."
               ELSE
      *Le plus ancien des emprunts en cours de l'adherent sur ce
      *titre (il peut en avoir plusieurs exemplaires sortis).
                 EXEC SQL
                   SELECT emprunt_id, nom, prenom, tel, date,
                          date_prevue, exemplaire_id
                         FROM emprunt
                         WHERE livre_id = :EMPRUNT-LIVRE-ID
                           AND retour IS NULL
                           AND adherent_id = :ADHERENT-ID) x
                   WHERE x.rn = 1
                 END-EXEC

      *Les emprunts anterieurs au fichier des adherents n'ont pas
      *d'adherent_id : on retombe alors sur l'ancienne recherche par
      *nom et prenom, avec l'identite lue sur la carte.
                 IF SQLCODE NOT = 0
                   EXEC SQL
                     SELECT emprunt_id, nom, prenom, tel, date,
                            date_prevue, exemplaire_id
                     INTO :EMPRUNT-ID, :EMPRUNT-NOM, :EMPRUNT-PRENOM,
                          :EMPRUNT-TELEPHONE, :EMPRUNT-DATE,
                          :EMPRUNT-DATE-PREVUE, :EXEMPLAIRE-ID
                     FROM (SELECT emprunt_id, nom, prenom, tel, date,
                                  date_prevue, exemplaire_id,
                                  ROW_NUMBER() OVER
                                    (ORDER BY emprunt_id ASC) AS rn
                           FROM emprunt
                           WHERE livre_id = :EMPRUNT-LIVRE-ID
                             AND retour IS NULL
                             AND adherent_id IS NULL
                             AND nom = :ADHERENT-NOM
                             AND prenom = :ADHERENT-PRENOM) x
                     WHERE x.rn = 1
                   END-EXEC
                 END-IF

                 IF SQLCODE NOT = 0
                   DISPLAY "Aucun emprunt en cours pour cet adherent."
                 ELSE
                   PERFORM 0416-RETOUR-CLOTURE-DEB
                   THRU    0416-RETOUR-CLOTURE-FIN
                 END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.
       0260-RETOUR-FIN.

      ******************************************************************
      *Cloture de l'emprunt EMPRUNT-ID identifie par 0260-RETOUR-DEB
      *(par titre et carte ou par code-barre) : date de retour, etat
      *de l'exemplaire rendu, mise de cote pour une reservation,
      *compteurs du livre, amende de retard et facturation d'un
      *exemplaire perdu.
       0416-RETOUR-CLOTURE-DEB.
           DISPLAY "Emprunte par: " ADHERENT-NOM " "
                                    ADHERENT-PRENOM

           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Date de retour effective (AAAA-MM-JJ): "
             ACCEPT EMPRUNT-RETOUR
             MOVE EMPRUNT-RETOUR TO WS-DATE-PARSE-VAL
             IF WS-DATE-PARSE-AAAA IS NUMERIC
                AND WS-DATE-PARSE-MM IS NUMERIC
                AND WS-DATE-PARSE-JJ IS NUMERIC
                AND WS-DATE-PARSE-VAL(5:1) = "-"
                AND WS-DATE-PARSE-VAL(8:1) = "-"
               MOVE "O" TO WS-VALIDE
             ELSE
               DISPLAY "Date invalide, format attendu AAAA-MM-JJ."
             END-IF
           END-PERFORM

      *Etat de l'exemplaire a la cloture : D remis en rayon, R envoye
      *en reparation, M perdu par l'adherent, X rendu irrecuperable.
      *Les emprunts anterieurs a la gestion par exemplaire n'en
      *referencent pas.
           MOVE "D" TO WS-REMPL-ETAT
           IF EXEMPLAIRE-ID NOT = SPACES
             MOVE "N" TO WS-VALIDE
             PERFORM UNTIL WS-SAISIE-OK
               DISPLAY "Etat de l'exemplaire rendu (D rayon, "
                       "R reparation, M perdu, "
                       "X irrecuperable): "
               ACCEPT WS-SAISIE
               MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:1))
                 TO WS-REMPL-ETAT
               IF WS-REMPL-ETAT = "D" OR WS-REMPL-ETAT = "R"
                  OR WS-REMPL-ETAT = "M"
                  OR WS-REMPL-ETAT = "X"
                 MOVE "O" TO WS-VALIDE
               ELSE
                 IF WS-SAISIE = SPACES
                   MOVE "D" TO WS-REMPL-ETAT
                   MOVE "O" TO WS-VALIDE
                 ELSE
                   DISPLAY "Etat non reconnu (D, R, M ou X "
                           "attendu)."
                 END-IF
               END-IF
             END-PERFORM
           END-IF

      *L'emprunt n'est clos que s'il est toujours en cours et
      *l'exemplaire toujours en pret : un autre poste a pu enregistrer
      *le meme retour entre-temps. Les deux ecritures sont validees
      *ensemble ou annulees ensemble.
           MOVE "RETOUR" TO WS-CONC-OPERATION
           MOVE LIVRE-CODE TO WS-CONC-CLE

           EXEC SQL
               UPDATE emprunt
               SET retour = :EMPRUNT-RETOUR,
                   site_retour = :SITE-GUICHET
               WHERE emprunt_id = :EMPRUNT-ID
                 AND retour IS NULL
           END-EXEC

           PERFORM 0520-CONC-CONTROLE-DEB
           THRU    0520-CONC-CONTROLE-FIN

           IF WS-CONC-OK AND EXEMPLAIRE-ID NOT = SPACES
             MOVE WS-REMPL-ETAT TO EXEMPLAIRE-STATUT
             EXEC SQL
               UPDATE exemplaire
               SET statut = :EXEMPLAIRE-STATUT
               WHERE exemplaire_id = :EXEMPLAIRE-ID
                 AND statut = 'P'
             END-EXEC

             PERFORM 0520-CONC-CONTROLE-DEB
             THRU    0520-CONC-CONTROLE-FIN
           END-IF

           IF NOT WS-CONC-OK
             PERFORM 0521-CONC-REFUS-DEB
             THRU    0521-CONC-REFUS-FIN
           ELSE
             EXEC SQL COMMIT END-EXEC

      *Changement de statut journalise comme dans 0240-SUPPR-DEB :
      *le rapport de desherbage retrouve notamment la date du passage
      *en reparation dans le journal d'audit.
             IF WS-REMPL-ETAT NOT = "D"
               EXEC SQL
                 SELECT code_barre
                 INTO :EXEMPLAIRE-CODE-B
                 FROM exemplaire
                 WHERE exemplaire_id = :EXEMPLAIRE-ID
               END-EXEC

               IF SQLCODE = 0
                 MOVE "EXEMPLAIRE" TO AUDIT-TABLE
                 MOVE EXEMPLAIRE-CODE-B TO AUDIT-CLE
                 MOVE "P" TO AUDIT-ANCIENNE
                 MOVE WS-REMPL-ETAT TO AUDIT-NOUVELLE
                 PERFORM 0281-AUDIT-ENREGISTRE-DEB
                 THRU    0281-AUDIT-ENREGISTRE-FIN
               END-IF
             END-IF

      *Avant de remettre l'exemplaire en rayon, on regarde si une
      *reservation attend ce titre : dans ce cas l'exemplaire est mis
      *de cote et le livre reste indisponible au rayon (la
      *synchronisation des compteurs en tient compte). Un exemplaire
      *rendu abime ou perdu ne sert evidemment pas la file.
             IF WS-REMPL-ETAT = "D"
               PERFORM 0261-RETOUR-RESERVE-DEB
               THRU    0261-RETOUR-RESERVE-FIN
             ELSE
               MOVE "N" TO WS-RESA-TROUVEE
               MOVE "N" TO WS-RESA-TRANSIT
             END-IF

      *Un livre rendu sur un autre site que le sien repart par la
      *navette, sauf s'il est mis de cote ici pour une reservation.
             PERFORM 0461-EXEMPLAIRE-LOCALISE-DEB
             THRU    0461-EXEMPLAIRE-LOCALISE-FIN

             PERFORM 0253-SYNC-EXEMPLAIRES-DEB
             THRU    0253-SYNC-EXEMPLAIRES-FIN

             EVALUATE TRUE
               WHEN WS-NAV-ENVOI-OUI
                 DISPLAY ">>> Retour enregistre, exemplaire a "
                         "mettre dans la navette pour le site "
                         SITE-DEST "."
               WHEN WS-RESA-OUI
                 DISPLAY ">>> Retour enregistre, exemplaire a "
                         "mettre de cote (reserve)."
               WHEN WS-REMPL-ETAT = "R"
                 DISPLAY ">>> Retour enregistre, exemplaire "
                         "envoye en reparation."
               WHEN WS-REMPL-ETAT = "M"
                 DISPLAY ">>> Retour enregistre, exemplaire "
                         "declare perdu."
               WHEN WS-REMPL-ETAT = "X"
                 DISPLAY ">>> Retour enregistre, exemplaire "
                         "irrecuperable, retire du service."
               WHEN OTHER
                 DISPLAY ">>> Retour enregistre, livre "
                         "disponible."
             END-EVALUATE
             MOVE "EMPRUNT" TO AUDIT-TABLE
             MOVE LIVRE-CODE TO AUDIT-CLE
             MOVE SPACES TO AUDIT-ANCIENNE
             MOVE EMPRUNT-RETOUR TO AUDIT-NOUVELLE
             PERFORM 0281-AUDIT-ENREGISTRE-DEB
             THRU    0281-AUDIT-ENREGISTRE-FIN

      *Retour apres la date prevue : calcul et enregistrement de
      *l'amende, encaissable immediatement au guichet.
             PERFORM 0262-AMENDE-CREE-DEB
             THRU    0262-AMENDE-CREE-FIN

      *Emprunt solde par un exemplaire perdu ou irrecuperable : le
      *prix de remplacement du livre est facture a l'adherent.
             IF WS-REMPL-ETAT = "M" OR WS-REMPL-ETAT = "X"
               PERFORM 0269-REMPLACEMENT-CREE-DEB
               THRU    0269-REMPLACEMENT-CREE-FIN
             END-IF
           END-IF.

           EXIT.
       0416-RETOUR-CLOTURE-FIN.

      ******************************************************************
      *Controle de la file de reservations au moment d'un retour : si
      *mise a disposition est ajoute a avis-disposition.txt pour que
      *l'adherent soit prevenu par ecrit avant que la purge des
      *reservations (0297-RESA-PURGE-DEB) ne supprime la sienne.
      *Si le lecteur retire sur un autre site que celui du guichet,
      *WS-RESA-TRANSIT est positionne : l'exemplaire part par la
      *navette et l'avis n'est emis qu'a son arrivee.
       0261-RETOUR-RESERVE-DEB.
           MOVE "N" TO WS-RESA-TROUVEE
           MOVE "N" TO WS-RESA-TRANSIT
           MOVE LIVRE-ID TO RESA-LIVRE-ID
           PERFORM 0509-PER-DERNIER-DEB
           THRU    0509-PER-DERNIER-FIN

           EXEC SQL
             SELECT a.nom, a.prenom, a.carte, a.telephone, r.rang,
                    r.date_resa, r.adherent_id, r.site_retrait
             INTO :ADHERENT-NOM, :ADHERENT-PRENOM, :ADHERENT-CARTE,
                  :ADHERENT-TELEPHONE, :RESA-RANG, :RESA-DATE,
                  :NOTIF-ADH-ID, :RESA-SITE
             FROM (SELECT adherent_id, rang, date_resa,
                          COALESCE(site_retrait, 'CEN')
                            AS site_retrait,
                          ROW_NUMBER() OVER (ORDER BY rang ASC)
                            AS rn
                   FROM reservation
             WHERE r.rn = 1
           END-EXEC

      *Le dernier numero paru d'un periodique retourne en rayon, la
      *reservation attendra un numero anterieur.
           IF SQLCODE = 0 AND WS-PER-DERNIER-OUI
             DISPLAY "Dernier numero paru : non mis de cote, la "
                     "reservation attend un autre numero."
           END-IF

           IF SQLCODE = 0 AND NOT WS-PER-DERNIER-OUI
             MOVE "O" TO WS-RESA-TROUVEE
             DISPLAY "*** Exemplaire reserve pour " ADHERENT-NOM " "
                     ADHERENT-PRENOM " (carte " ADHERENT-CARTE "),"
             DISPLAY "*** ne pas remettre en rayon."
           END-IF

           IF WS-RESA-OUI AND RESA-SITE NOT = SITE-GUICHET
             MOVE "O" TO WS-RESA-TRANSIT
             DISPLAY "*** Retrait au site " RESA-SITE
                     " : exemplaire a mettre dans la navette."
           END-IF

           IF WS-RESA-OUI AND NOT WS-RESA-TRANSIT-OUI
             MOVE RESA-SITE TO SITE-CODE
             PERFORM 0466-SITE-CONTROLE-DEB
             THRU    0466-SITE-CONTROLE-FIN
             MOVE SITE-LIBELLE TO WS-AVIS-SITE-LIB

      *Numero de l'exemplaire mis de cote : celui du pret qui vient
      *d'etre clos (les emprunts anterieurs a la gestion par
               DISPLAY "Impossible d'ouvrir avis-disposition.txt, "
                       "statut: " F-AVIS-STATUS
             ELSE
               PERFORM 0424-AVIS-DIFFUSE-DEB
               THRU    0424-AVIS-DIFFUSE-FIN
               CLOSE F-AVIS
               IF WS-NOTIF-NUM-OUI
                 DISPLAY "*** Avis de mise a disposition transmis "
                         "par " WS-NOTIF-CANAL-LIB "."
               ELSE
                 DISPLAY "*** Avis de mise a disposition ajoute a "
                         "avis-disposition.txt."
               END-IF
             END-IF
           END-IF.

      ******************************************************************
      *Prolongation d'un emprunt en cours : l'emprunt est retrouve par
      *la carte de l'adherent, la nouvelle date de retour prevue est
      *calculee automatiquement (ancienne date prevue plus la duree
      *de pret de la regle de l'adherent pour le type du livre) et le
      *niveau de relance est remis a zero. Refus si une reservation
      *attend le titre (la file d'attente passe d'abord), si
      *l'emprunt est deja en retard ou s'il a deja ete prolonge le
      *nombre de fois permis par la regle ; le compteur de
      *prolongations est porte par l'emprunt.
       0267-PROLONGE-DEB.
           DISPLAY "Numero de carte de l'adherent: "
           EXEC SQL
             SELECT e.livre_id, e.date_prevue,
                    COALESCE(e.prolongations, 0),
                    l.code, l.titre, l.type
             INTO :EMPRUNT-LIVRE-ID, :EMPRUNT-DATE-PREVUE,
                  :EMPRUNT-PROLONG, :LIVRE-CODE, :LIVRE-TITRE,
                  :LIVRE-TYPE
             FROM emprunt e
             JOIN livre l ON l.livre_id = e.livre_id
             WHERE e.emprunt_id = :EMPRUNT-ID
           IF SQLCODE NOT = 0
             DISPLAY "Emprunt introuvable pour cet adherent."
           ELSE
             MOVE EMPRUNT-DATE-PREVUE TO CONF-DATE-PREVUE
             MOVE 0 TO WS-PROLONG-NB
             IF EMPRUNT-PROLONG IS NUMERIC
               MOVE EMPRUNT-PROLONG TO WS-PROLONG-NB
             END-IF

             PERFORM 0400-REGLE-CHARGE-DEB
             THRU    0400-REGLE-CHARGE-FIN

             MOVE EMPRUNT-LIVRE-ID TO RESA-LIVRE-ID
             EXEC SQL
               SELECT COUNT(*)
               WHEN WS-DATE-PARSE-NUM < WS-DATE-SYS-NUM
                 DISPLAY "Prolongation refusee: l'emprunt est deja "
                         "en retard, le livre doit revenir."
               WHEN WS-PROLONG-NB NOT < WS-REGLE-PROLONG
                 DISPLAY "Prolongation refusee: deja prolonge "
                         WS-PROLONG-NB " fois (" WS-REGLE-PROLONG
                         " permises pour la categorie "
                         WS-REGLE-LIBELLE ")."
               WHEN OTHER
                 MOVE EMPRUNT-DATE-PREVUE TO AUDIT-ANCIENNE

                 COMPUTE WS-DATE-CALC-NUM = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-DATE-PARSE-NUM)
                   + WS-REGLE-DUREE)
                 MOVE WS-DATE-CALC-NUM TO WS-DATE-SYS-NUM
                 MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
                 MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
      *pour les prochaines lettres de rappel.
      *COALESCE : les emprunts anterieurs a la colonne prolongations
      *la portent a NULL, le compteur doit quand meme s'incrementer.
      *L'echeance et le nombre de prolongations lus a l'ecran sont
      *repris dans la clause WHERE : un retour ou une prolongation
      *enregistres entre-temps par un autre poste font refuser
      *celle-ci.
                 MOVE "PROLONGATION" TO WS-CONC-OPERATION
                 MOVE LIVRE-CODE TO WS-CONC-CLE

                 EXEC SQL
                   UPDATE emprunt
                   SET date_prevue = :EMPRUNT-DATE-PREVUE,
                       niveau_rappel = 0,
                       prolongations = COALESCE(prolongations, 0) + 1
                   WHERE emprunt_id = :EMPRUNT-ID
                     AND retour IS NULL
                     AND date_prevue = :CONF-DATE-PREVUE
                     AND COALESCE(prolongations, 0) = :EMPRUNT-PROLONG
                 END-EXEC

                 PERFORM 0520-CONC-CONTROLE-DEB
                 THRU    0520-CONC-CONTROLE-FIN

                 IF WS-CONC-OK
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY ">>> Emprunt prolonge, nouveau retour "
                           "prevu le " EMPRUNT-DATE-PREVUE "."
                   PERFORM 0281-AUDIT-ENREGISTRE-DEB
                   THRU    0281-AUDIT-ENREGISTRE-FIN
                 ELSE
                   PERFORM 0521-CONC-REFUS-DEB
                   THRU    0521-CONC-REFUS-FIN
                 END-IF
             END-EVALUATE
           END-IF.
      *Calcul de l'amende au retour d'un emprunt clos par
      *0260-RETOUR-DEB : tant de jours de retard entre la date prevue
      *(EMPRUNT-DATE-PREVUE) et le retour effectif (EMPRUNT-RETOUR),
      *au tarif journalier de la regle de pret de l'adherent pour le
      *type du livre (LIVRE-TYPE). L'amende est creee ouverte et peut
      *etre encaissee immediatement ; une categorie au tarif nul
      *(enfants) est exoneree.
       0262-AMENDE-CREE-DEB.
           IF EMPRUNT-DATE-PREVUE = SPACES
             MOVE 0 TO WS-JOURS-RETARD
             END-IF
           END-IF

           PERFORM 0400-REGLE-CHARGE-DEB
           THRU    0400-REGLE-CHARGE-FIN

           IF WS-JOURS-RETARD > 0 AND WS-REGLE-TARIF = 0
             DISPLAY "Retour avec " WS-JOURS-RETARD " jour(s) de "
                     "retard, categorie " WS-REGLE-LIBELLE
                     " exoneree d'amende."
           END-IF

           IF WS-JOURS-RETARD > 0 AND WS-REGLE-TARIF > 0
             COMPUTE WS-AMENDE-CALC =
                 WS-JOURS-RETARD * WS-REGLE-TARIF
             MOVE WS-AMENDE-CALC TO WS-AMENDE-EDIT
             MOVE WS-AMENDE-EDIT TO AMENDE-MONTANT

             DISPLAY "Retour avec " WS-JOURS-RETARD " jour(s) de "
                     "retard, amende de " WS-AMENDE-EDIT " EUR."
             IF WS-BOITE-OUI
               MOVE "N" TO WS-AMENDE-REP
             ELSE
               DISPLAY "Encaisser immediatement ? (O/N): "
               ACCEPT WS-AMENDE-REP
               MOVE FUNCTION UPPER-CASE(WS-AMENDE-REP)
                 TO WS-AMENDE-REP
             END-IF

             ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
             MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
             MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
             MOVE WS-DATE-PARSE-VAL TO AMENDE-DATE

             PERFORM 0446-ENCAISSE-CONTROLE-DEB
             THRU    0446-ENCAISSE-CONTROLE-FIN

             IF WS-AMENDE-REP = "O"
               MOVE "P" TO AMENDE-STATUT
               MOVE AMENDE-DATE TO AMENDE-DATE-REGL
             EXEC SQL
               INSERT INTO amende
               (emprunt_id, adherent_id, montant, statut, type,
               date_creation, date_reglement, operateur,
               mode_paiement)
               VALUES (:EMPRUNT-ID, :ADHERENT-ID, :AMENDE-MONTANT,
                       :AMENDE-STATUT, 'R', :AMENDE-DATE,
                       :AMENDE-DATE-REGL, :OPER-CODE, :AMENDE-MODE)
             END-EXEC

             IF SQLCODE = 0
             MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
             MOVE WS-DATE-PARSE-VAL TO AMENDE-DATE

             PERFORM 0446-ENCAISSE-CONTROLE-DEB
             THRU    0446-ENCAISSE-CONTROLE-FIN

             IF WS-AMENDE-REP = "O"
               MOVE "P" TO AMENDE-STATUT
               MOVE AMENDE-DATE TO AMENDE-DATE-REGL
             EXEC SQL
               INSERT INTO amende
               (emprunt_id, adherent_id, montant, statut, type,
               date_creation, date_reglement, operateur,
               mode_paiement)
               VALUES (:EMPRUNT-ID, :ADHERENT-ID, :AMENDE-MONTANT,
                       :AMENDE-STATUT, 'F', :AMENDE-DATE,
                       :AMENDE-DATE-REGL, :OPER-CODE, :AMENDE-MODE)
             END-EXEC

             IF SQLCODE = 0
      ******************************************************************
       0263-AMENDE-DEB.
      *Guichet des amendes : encaissement ou exoneration des amendes
      *ouvertes d'un adherent, recapitulatif de caisse du jour et
      *versement mensuel a la tresorerie (reserve aux responsables).
           MOVE 1 TO WS-CHOIX-3
           PERFORM UNTIL WS-CHOIX-3 = 0
             DISPLAY " "
             DISPLAY "1 - Encaisser / exonerer les amendes d'un "
                     "adherent"
             DISPLAY "2 - Recapitulatif de caisse du jour"
             DISPLAY "3 - Versement a la tresorerie (export et "
                     "bordereau)"
             DISPLAY "4 - Liste des bordereaux de versement"
             DISPLAY "0 - Quitter"
             ACCEPT WS-SAISIE
             MOVE WS-SAISIE TO WS-CHOIX-3
               WHEN = 2
                 PERFORM 0265-AMENDE-CAISSE-DEB
                 THRU    0265-AMENDE-CAISSE-FIN
               WHEN = 3
                 MOVE "CPT" TO WS-DROIT-FONCTION
                 PERFORM 0020-DROIT-CONTROLE-DEB
                 THRU    0020-DROIT-CONTROLE-FIN
                 IF WS-DROIT-ACCORDE
                   PERFORM 0441-VERSEMENT-DEB
                   THRU    0441-VERSEMENT-FIN
                 END-IF
               WHEN = 4
                 PERFORM 0447-VERSEMENT-LISTE-DEB
                 THRU    0447-VERSEMENT-LISTE-FIN
               WHEN = 0
                 DISPLAY "Vous sortez du menu des amendes"
               WHEN OTHER
                   MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
                   MOVE WS-DATE-PARSE-VAL TO AMENDE-DATE-REGL

      *Un reglement date d'un mois deja verse a la tresorerie est
      *refuse : le bordereau de ce mois ne doit plus bouger.
                   MOVE SPACE TO AMENDE-MODE
                   MOVE AMENDE-DATE-REGL(1:7) TO VERS-PERIODE
                   PERFORM 0442-PERIODE-VERROU-DEB
                   THRU    0442-PERIODE-VERROU-FIN

                   IF WS-VERS-VERROU-OUI
                     DISPLAY "Periode " VERS-PERIODE " deja versee a "
                             "la tresorerie, reglement refuse."
                   ELSE
                     IF WS-AMENDE-REP = "P"
                       PERFORM 0440-MODE-PAIEMENT-SAISIE-DEB
                       THRU    0440-MODE-PAIEMENT-SAISIE-FIN
                     END-IF

      *L'encaissement porte le code de l'operateur en session.
                     MOVE WS-OPER-CODE TO OPER-CODE
                     MOVE "ENCAISSEMENT" TO WS-CONC-OPERATION
                     MOVE AMENDE-ID TO WS-CONC-CLE

      *L'amende doit etre encore ouverte : reglee ou exoneree par un
      *autre poste depuis l'affichage, elle n'est pas touchee.
                     EXEC SQL
                       UPDATE amende
                       SET statut = :AMENDE-STATUT,
                           date_reglement = :AMENDE-DATE-REGL,
                           operateur = :OPER-CODE,
                           mode_paiement = :AMENDE-MODE
                       WHERE amende_id = :AMENDE-ID
                         AND adherent_id = :ADHERENT-ID
                         AND statut = 'O'
                     END-EXEC

                     PERFORM 0520-CONC-CONTROLE-DEB
                     THRU    0520-CONC-CONTROLE-FIN

      *Aucune ligne touchee : numero mal saisi, ou amende de cet
      *adherent reglee entre-temps par un autre poste (conflit).
                     MOVE "O" TO WS-VALIDE
                     IF WS-CONC-CONFLIT
                       EXEC SQL
                         SELECT amende_id
                         INTO :AMENDE-ID
                         FROM amende
                         WHERE amende_id = :AMENDE-ID
                           AND adherent_id = :ADHERENT-ID
                       END-EXEC

                       IF SQLCODE NOT = 0
                         MOVE "N" TO WS-VALIDE
                       END-IF
                     END-IF

                     EVALUATE TRUE
                       WHEN WS-CONC-OK
                         EXEC SQL COMMIT END-EXEC
                         IF WS-AMENDE-REP = "P"
                           DISPLAY ">>> Paiement enregistre."
                         ELSE
                           DISPLAY ">>> Amende exoneree."
                         END-IF
                         MOVE "AMENDE" TO AUDIT-TABLE
                         MOVE AMENDE-ID TO AUDIT-CLE
                         MOVE "O" TO AUDIT-ANCIENNE
                         MOVE AMENDE-STATUT TO AUDIT-NOUVELLE
                         PERFORM 0281-AUDIT-ENREGISTRE-DEB
                         THRU    0281-AUDIT-ENREGISTRE-FIN
                       WHEN NOT WS-SAISIE-OK
                         EXEC SQL ROLLBACK END-EXEC
                         DISPLAY "Amende " AMENDE-ID " introuvable "
                                 "pour cet adherent."
                       WHEN OTHER
                         PERFORM 0521-CONC-REFUS-DEB
                         THRU    0521-CONC-REFUS-FIN
                     END-EVALUATE
                   END-IF
                 ELSE
                   DISPLAY "Reponse non reconnue, abandon."
             DISPLAY "10 - Calendrier de fermeture"
             DISPLAY "11 - Rapport des PEB en cours et en retard"
             DISPLAY "12 - Desherbage des collections"
             DISPLAY "13 - Importer des notices UNIMARC (BnF)"
             DISPLAY "0 - Quitter"
             ACCEPT WS-CHOIX-2
             EVALUATE WS-CHOIX-2
               WHEN = 12
                 PERFORM 0370-DESHERBE-DEB
                 THRU    0370-DESHERBE-FIN
               WHEN = 13
                 PERFORM 0545-UNI-IMPORT-SAISIE-DEB
                 THRU    0545-UNI-IMPORT-SAISIE-FIN
               WHEN = 0
                 DISPLAY "Vous sortez du menu rapports"
               WHEN OTHER
      *livres-input.dat. Pour chaque ligne, on retrouve ou on cree
      *l'auteur puis on cree le livre s'il n'existe pas encore, sinon
      *on incremente son compteur d'exemplaires (meme logique que
      *0210-AJOUT-DEB, appliquee ligne a ligne). Un ISBN-10 est
      *converti en ISBN-13 et le livre est cherche sous ses deux
      *formes ; un ISBN a cle fausse fait ignorer la ligne ; un code
      *qui n'est pas un ISBN (fonds local) est repris tel quel, comme
      *a la saisie au guichet.
           MOVE 0 TO WS-CHARGE-NB-LUS
           MOVE 0 TO WS-CHARGE-NB-AJOUT
           MOVE 0 TO WS-CHARGE-NB-MAJ
               MOVE R-ANNEE    TO LIVRE-ANNEE
               MOVE R-EDITION  TO LIVRE-EDITION

               MOVE R-CODE     TO WS-ISBN-SAISIE
               PERFORM 0530-ISBN-CONTROLE-DEB
               THRU    0530-ISBN-CONTROLE-FIN
               EVALUATE TRUE
                 WHEN WS-ISBN-VALIDE
                   MOVE WS-ISBN-13 TO LIVRE-CODE
                 WHEN WS-ISBN-HORS-FORMAT AND R-CODE NOT = SPACES
                   DISPLAY "Code " R-CODE " non ISBN, repris comme "
                           "code local."
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE

      *Prix de remplacement porte par la derniere colonne du fichier
      *des acquisitions ; absent ou invalide, il est repris a 0.
               MOVE 0 TO WS-REMPL-PRIX
               MOVE WS-REMPL-PRIX TO WS-AMENDE-EDIT
               MOVE WS-AMENDE-EDIT TO LIVRE-PRIX

               IF WS-ISBN-CLE-FAUSSE OR R-CODE = SPACES
                  OR LIVRE-ANNEE NOT NUMERIC
                 IF WS-ISBN-CLE-FAUSSE OR R-CODE = SPACES
                   DISPLAY "ISBN invalide pour " LIVRE-CODE " ("
                           FUNCTION TRIM(WS-ISBN-MOTIF)
                           "), ligne ignoree."
                 ELSE
                   DISPLAY "Annee invalide pour " LIVRE-CODE
                                                ", ligne ignoree."
                 END-IF
                 ADD 1 TO WS-CHARGE-NB-INVAL
               ELSE
                 PERFORM 0532-ISBN-RECHERCHE-DEB
                 THRU    0532-ISBN-RECHERCHE-FIN
                 IF WS-ISBN-NB-BASE > 1
                   PERFORM 0534-ISBN-DOUBLON-AFFICHE-DEB
                   THRU    0534-ISBN-DOUBLON-AFFICHE-FIN
                 END-IF

                 EXEC SQL
                   SELECT livre_id, compt
                   INTO :LIVRE-ID, :LIVRE-COMPT
      *(pret a imprimer). Meme selection que 0272-RETARD-DEB (retour
      *non renseigne, date prevue depassee), parcourue par emprunteur
      *grace au tri nom/prenom : a chaque changement d'emprunteur la
      *lettre du precedent est ecrite par 0278-RAPPEL-LETTRE-DEB (ou
      *le rappel transmis par SMS/courriel, 0425-RAPPEL-DIFFUSE-DEB).
      *Chaque emprunt relance passe au niveau suivant (plafonne a 3)
      *et memorise la date d'envoi ; un emprunt deja relance depuis
      *moins de WS-RAPPEL-DELAI-JOURS jours n'est pas relance.
             MOVE 0 TO WS-RAPPEL-NB-RELANCES
             MOVE 0 TO WS-RAPPEL-NB-IGNORES
             MOVE 0 TO WS-RAPPEL-MAX
             MOVE 0 TO WS-NOTIF-NB-DEPOSES
             MOVE SPACES TO WS-RAPPEL-PREC-NOM
             MOVE SPACES TO WS-RAPPEL-PREC-PRENOM
             MOVE SPACES TO WS-RAPPEL-PREC-TEL
               DECLARE CRAPPEL CURSOR FOR
               SELECT e.emprunt_id, e.nom, e.prenom, e.tel, e.date,
                      e.date_prevue, e.niveau_rappel, e.date_rappel,
                      l.titre, COALESCE(e.adherent_id, 0)
               FROM emprunt e
               JOIN livre l ON l.livre_id = e.livre_id
               WHERE e.retour IS NULL
                   INTO :EMPRUNT-ID, :EMPRUNT-NOM, :EMPRUNT-PRENOM,
                        :EMPRUNT-TELEPHONE, :EMPRUNT-DATE,
                        :EMPRUNT-DATE-PREVUE, :RAPPEL-NIVEAU,
                        :RAPPEL-DATE, :LIVRE-TITRE, :ADHERENT-ID
                 END-EXEC

                 IF SQLCODE NOT = 0
                     IF WS-RAPPEL-MAX > 0
                        AND (EMPRUNT-NOM NOT = WS-RAPPEL-PREC-NOM
                          OR EMPRUNT-PRENOM NOT = WS-RAPPEL-PREC-PRENOM)
                       PERFORM 0425-RAPPEL-DIFFUSE-DEB
                       THRU    0425-RAPPEL-DIFFUSE-FIN
                     END-IF

                     MOVE EMPRUNT-NOM TO WS-RAPPEL-PREC-NOM
                     MOVE EMPRUNT-PRENOM TO WS-RAPPEL-PREC-PRENOM
                     MOVE EMPRUNT-TELEPHONE TO WS-RAPPEL-PREC-TEL
                     MOVE ADHERENT-ID TO WS-RAPPEL-PREC-ADH

                     IF WS-RAPPEL-NIVEAU < 3
                       ADD 1 TO WS-RAPPEL-NIVEAU
             END-IF

             IF WS-RAPPEL-MAX > 0
               PERFORM 0425-RAPPEL-DIFFUSE-DEB
               THRU    0425-RAPPEL-DIFFUSE-FIN
             END-IF

             CLOSE F-RAPPEL
                                              WS-RAPPEL-NB-RELANCES
             DISPLAY "Relances recentes ignorees : "
                                              WS-RAPPEL-NB-IGNORES
             DISPLAY "Rappels par SMS/courriel   : "
                                              WS-NOTIF-NB-DEPOSES
             DISPLAY "Fichier produit: lettres-rappel.txt"
           END-IF.

      *livres trouves en rayon alors que le systeme les dit tous
      *empruntes. En mode mise a jour, compt est ajuste au compte
      *reel (compte en rayon + pret) et chaque ajustement est
      *journalise par 0281-AUDIT-ENREGISTRE-DEB. L'inventaire se fait
      *site par site : le scan est celui des rayons du site du
      *guichet et l'attendu ne compte que les exemplaires presents
      *sur ce site.
       0279-INVENTAIRE-DEB.
           DISPLAY "Inventaire du site " SITE-GUICHET
           DISPLAY "Appliquer les quantites comptees au catalogue ?"
           DISPLAY "(O = ajuster compt, N = rapport seulement): "
           ACCEPT WS-INV-MODE-MAJ

      *L'attendu en rayon est le nombre d'exemplaires au statut
      *disponible (les exemplaires en pret, en reparation ou perdus
      *ne sont pas en rayon), sur le site inventorie.
                   EXEC SQL
                     SELECT COUNT(*)
                     INTO :EXEMPLAIRE-NB
                     FROM exemplaire
                     WHERE livre_id = :LIVRE-ID
                       AND statut = 'D'
                       AND COALESCE(site_present, 'CEN')
                           = :SITE-GUICHET
                   END-EXEC

                   MOVE EXEMPLAIRE-NB TO WS-INV-ATTENDU
                 MOVE LIVRE-EDITION TO EXP-EDITION
                 MOVE LIVRE-DISPO TO EXP-DISPO
                 WRITE REC-EXPORT
                 PERFORM 0474-EXPORT-SITES-DEB
                 THRU    0474-EXPORT-SITES-FIN

                 ADD 1 TO WS-EXP-NB
               END-IF
               MOVE "S" TO EXP-ACTION
             END-IF
             WRITE REC-EXPORT
             IF WS-COMPT-TEMP > 0
               PERFORM 0474-EXPORT-SITES-DEB
               THRU    0474-EXPORT-SITES-FIN
             END-IF

             ADD 1 TO WS-EXP-NB
             SET IDX-EXP UP BY 1
      *emprunts et retours par type de livre, palmares des titres les
      *plus empruntes, duree moyenne de pret et taux de rotation
      *(emprunts du mois / nombre d'exemplaires) par titre, les titres
      *sans emprunt etant signales comme candidats au desherbage, puis
      *l'activite de chaque site. Le rapport est pagine dans
      *statistiques.txt, pret a imprimer.
       0286-STATS-DEB.
           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
               END-IF
             END-PERFORM

             MOVE SPACES TO LIGNE-STATS
             PERFORM 0287-STATS-LIGNE-DEB
             THRU    0287-STATS-LIGNE-FIN

      *Section 6 : activite par site (emprunts, retours, navette).
             PERFORM 0475-STATS-SITES-DEB
             THRU    0475-STATS-SITES-FIN

             CLOSE F-STATS

             DISPLAY "Rapport ecrit dans statistiques.txt ("
       0280-JOURNAL-DEB.
      *Journal d'audit et archives : consultation du journal vif,
      *archivage annuel des emprunts clos et des entrees anciennes du
      *journal, consultation du fichier d'archive des emprunts en
      *cas de litige avec un adherent, et compte rendu des operations
      *refusees pour conflit entre postes du guichet.
           MOVE 1 TO WS-CHOIX-2
           PERFORM UNTIL WS-CHOIX-2 = 0
             DISPLAY " "
             DISPLAY "2 - Archiver et purger (emprunts clos, journal)"
             DISPLAY "3 - Consulter l'archive des emprunts"
             DISPLAY "4 - Gerer les operateurs"
             DISPLAY "5 - Compte rendu des conflits entre guichets"
             DISPLAY "0 - Quitter"
             ACCEPT WS-CHOIX-2
             EVALUATE WS-CHOIX-2
                   PERFORM 0360-OPER-GERER-DEB
                   THRU    0360-OPER-GERER-FIN
                 END-IF
               WHEN = 5
                 PERFORM 0523-CONFLIT-JOUR-DEB
                 THRU    0523-CONFLIT-JOUR-FIN
               WHEN = 0
                 DISPLAY "Vous sortez du menu du journal"
               WHEN OTHER
      ******************************************************************
       0290-ADHERENT-DEB.
      *Sous-menu de gestion du fichier des adherents (inscription,
      *mise a jour, recherche et historique des emprunts au guichet,
      *donnees personnelles).
           MOVE 1 TO WS-CHOIX-2
           PERFORM UNTIL WS-CHOIX-2 = 0
             DISPLAY " "
             DISPLAY "5 - Reservations (liste et purge)"
             DISPLAY "6 - Amendes (encaissement et caisse)"
             DISPLAY "7 - Renouveler une carte"
             DISPLAY "8 - Regles de pret par categorie"
             DISPLAY "9 - Donnees personnelles (acces, effacement)"
             DISPLAY "0 - Quitter"
             ACCEPT WS-CHOIX-2
             EVALUATE WS-CHOIX-2
               WHEN = 7
                 PERFORM 0330-ADH-RENOUVELLE-DEB
                 THRU    0330-ADH-RENOUVELLE-FIN
               WHEN = 8
                 PERFORM 0402-REGLE-GERER-DEB
                 THRU    0402-REGLE-GERER-FIN
               WHEN = 9
                 PERFORM 0480-RGPD-MENU-DEB
                 THRU    0480-RGPD-MENU-FIN
               WHEN = 0
                 DISPLAY "Vous sortez du menu des adherents"
               WHEN OTHER
       0291-ADH-INSCRIRE-DEB.
      *Inscription d'un nouvel adherent : la carte sert de cle au
      *guichet, elle doit donc etre unique. La date d'inscription est
      *celle du jour ; la categorie determine les regles de pret.
           DISPLAY "Numero de carte du nouvel adherent: "
           ACCEPT ADHERENT-CARTE

             ACCEPT ADHERENT-PRENOM
             DISPLAY "Telephone de l'adherent: "
             ACCEPT ADHERENT-TELEPHONE
             DISPLAY "Courriel de l'adherent (vide si aucun): "
             ACCEPT ADHERENT-COURRIEL

      *Canal par lequel l'adherent recoit rappels et avis.
             PERFORM 0430-CANAL-SAISIE-DEB
             THRU    0430-CANAL-SAISIE-FIN

             PERFORM 0403-CATEGORIE-SAISIE-DEB
             THRU    0403-CATEGORIE-SAISIE-FIN

             ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
             MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
             EXEC SQL
               INSERT INTO adherent
               (carte, nom, prenom, telephone, date_inscription,
               date_fin_validite, categorie, courriel, canal)
               VALUES (:ADHERENT-CARTE, :ADHERENT-NOM,
                       :ADHERENT-PRENOM, :ADHERENT-TELEPHONE,
                       :ADHERENT-DATE-INSC, :ADHERENT-DATE-FIN,
                       :ADHERENT-CATEGORIE, :ADHERENT-COURRIEL,
                       :ADHERENT-CANAL)
             END-EXEC

             IF SQLCODE = 0
               DISPLAY "Nom:       " ADHERENT-NOM
               DISPLAY "Prenom:    " ADHERENT-PRENOM
               DISPLAY "Telephone: " ADHERENT-TELEPHONE
               DISPLAY "Courriel:  " ADHERENT-COURRIEL
               DISPLAY "Avis par:  " WS-NOTIF-CANAL-LIB
               DISPLAY "Categorie: " WS-REGLE-LIBELLE
               DISPLAY "Valide jusqu'au: " ADHERENT-DATE-FIN
               MOVE "ADHERENT" TO AUDIT-TABLE
               MOVE ADHERENT-CARTE TO AUDIT-CLE

           EXEC SQL
             SELECT adherent_id, nom, prenom, telephone,
                    date_inscription, COALESCE(categorie, 'A'),
                    COALESCE(courriel, ''), COALESCE(canal, 'P')
             INTO :ADHERENT-ID, :ADHERENT-NOM, :ADHERENT-PRENOM,
                  :ADHERENT-TELEPHONE, :ADHERENT-DATE-INSC,
                  :ADHERENT-CATEGORIE, :ADHERENT-COURRIEL,
                  :ADHERENT-CANAL
             FROM adherent
             WHERE carte = :ADHERENT-CARTE
           END-EXEC
             DISPLAY "Prenom:       " ADHERENT-PRENOM
             DISPLAY "Telephone:    " ADHERENT-TELEPHONE
             DISPLAY "Inscrit le:   " ADHERENT-DATE-INSC
             MOVE ADHERENT-CATEGORIE TO WS-REGLE-CATEGORIE
             PERFORM 0404-CATEGORIE-LIBELLE-DEB
             THRU    0404-CATEGORIE-LIBELLE-FIN
             DISPLAY "Categorie:    " WS-REGLE-LIBELLE
             DISPLAY "Courriel:     " ADHERENT-COURRIEL
             MOVE ADHERENT-CANAL TO NOTIF-CANAL
             PERFORM 0431-CANAL-LIBELLE-DEB
             THRU    0431-CANAL-LIBELLE-FIN
             DISPLAY "Avis par:     " WS-NOTIF-CANAL-LIB

             MOVE 1 TO WS-CHOIX-3
             PERFORM UNTIL WS-CHOIX-3 = 0
               DISPLAY "2 - Modifier le prenom"
               DISPLAY "3 - Modifier le telephone"
               DISPLAY "4 - Modifier le numero de carte"
               DISPLAY "5 - Modifier la categorie"
               DISPLAY "6 - Modifier le courriel"
               DISPLAY "7 - Modifier le canal d'avis (papier, SMS, "
                       "courriel)"
               DISPLAY "0 - Quitter"
               ACCEPT WS-SAISIE
               MOVE WS-SAISIE TO WS-CHOIX-3
                       WHERE adherent_id = :ADHERENT-ID
                     END-EXEC
                   END-IF
                 WHEN = 5
                   MOVE ADHERENT-CATEGORIE TO AUDIT-ANCIENNE
                   PERFORM 0403-CATEGORIE-SAISIE-DEB
                   THRU    0403-CATEGORIE-SAISIE-FIN
                   MOVE ADHERENT-CATEGORIE TO AUDIT-NOUVELLE
                   EXEC SQL
                     UPDATE adherent
                     SET categorie = :ADHERENT-CATEGORIE
                     WHERE adherent_id = :ADHERENT-ID
                   END-EXEC
                 WHEN = 6
                   MOVE ADHERENT-COURRIEL TO AUDIT-ANCIENNE
                   DISPLAY "Veuillez saisir le nouveau courriel"
                   ACCEPT ADHERENT-COURRIEL
                   MOVE ADHERENT-COURRIEL TO AUDIT-NOUVELLE
      *Sans adresse, un adherent au canal courriel repasse au papier.
                   IF ADHERENT-COURRIEL = SPACES
                      AND ADHERENT-CANAL = "C"
                     MOVE "P" TO ADHERENT-CANAL
                     DISPLAY "Plus d'adresse : avis repasses au "
                             "papier."
                   END-IF
                   EXEC SQL
                     UPDATE adherent
                     SET courriel = :ADHERENT-COURRIEL,
                         canal = :ADHERENT-CANAL
                     WHERE adherent_id = :ADHERENT-ID
                   END-EXEC
                 WHEN = 7
                   MOVE ADHERENT-CANAL TO AUDIT-ANCIENNE
                   PERFORM 0430-CANAL-SAISIE-DEB
                   THRU    0430-CANAL-SAISIE-FIN
                   MOVE ADHERENT-CANAL TO AUDIT-NOUVELLE
                   EXEC SQL
                     UPDATE adherent
                     SET canal = :ADHERENT-CANAL
                     WHERE adherent_id = :ADHERENT-ID
                   END-EXEC
                 WHEN = 0
                   DISPLAY "Vous arretez de modifier cet adherent"
                 WHEN OTHER
       0294-ADH-HISTORIQUE-DEB.
      *Historique complet des emprunts d'un adherent (en cours et
      *rendus), du plus recent au plus ancien, pagination ROW_NUMBER()
      *comme les autres consultations, suivi des messages SMS et
      *courriels qui lui ont ete envoyes.
           DISPLAY "Numero de carte de l'adherent: "
           ACCEPT ADHERENT-CARTE

             IF WS-NB-AFFICHE = 0
               DISPLAY "Aucun emprunt pour cet adherent."
             END-IF

      *Trace des SMS et courriels adresses a l'adherent.
             PERFORM 0429-NOTIF-HISTORIQUE-DEB
             THRU    0429-NOTIF-HISTORIQUE-FIN
           END-IF.

           EXIT.
      *Regeneration des avis de mise a disposition du jour (etape
      *batch AVIS du cron du matin) : avis-disposition.txt est reecrit
      *avec un avis par reservation en tete de file (rang 1) dont le
      *titre a au moins un exemplaire mis de cote (statut D) sur le
      *site de retrait choisi, pour rattraper les avis perdus ou non
      *imprimes au guichet. Meme pagination ROW_NUMBER() que les
      *autres rapports.
       0298-AVIS-JOUR-DEB.
           OPEN OUTPUT F-AVIS

                     "statut: " F-AVIS-STATUS
           ELSE
             MOVE 0 TO WS-AVIS-NB
             MOVE 0 TO WS-NOTIF-NB-DEPOSES
             MOVE 1 TO WS-IDX
             MOVE "O" TO WS-VALIDE
             PERFORM UNTIL NOT WS-SAISIE-OK

               EXEC SQL
                 SELECT r.livre_id, r.date_resa, l.titre, a.nom,
                        a.prenom, a.telephone, r.adherent_id,
                        r.site_retrait
                 INTO :RESA-LIVRE-ID, :RESA-DATE, :LIVRE-TITRE,
                      :ADHERENT-NOM, :ADHERENT-PRENOM,
                      :ADHERENT-TELEPHONE, :NOTIF-ADH-ID, :RESA-SITE
                 FROM (SELECT livre_id, adherent_id, date_resa,
                              COALESCE(site_retrait, 'CEN')
                                AS site_retrait,
                              ROW_NUMBER() OVER (ORDER BY livre_id ASC)
                                AS rn
                       FROM reservation
               ELSE
      *Seuls les titres dont un exemplaire attend en reserve donnent
      *lieu a un avis : le plus petit numero disponible est celui mis
      *de cote (jamais le dernier numero paru d'un periodique).
                 EXEC SQL
                   SELECT num_exemplaire
                   INTO :EXEMPLAIRE-NUM
                                  (ORDER BY num_exemplaire ASC) AS rn
                         FROM exemplaire
                         WHERE livre_id = :RESA-LIVRE-ID
                           AND statut = 'D'
                           AND COALESCE(site_present, 'CEN')
                               = :RESA-SITE
                           AND exemplaire_id NOT IN
                               (SELECT b.exemplaire_id
                                FROM bulletin b
                                WHERE b.exemplaire_id IS NOT NULL
                                  AND b.numero =
                                      (SELECT MAX(b2.numero)
                                       FROM bulletin b2
                                       WHERE b2.periodique_id =
                                             b.periodique_id
                                         AND b2.statut = 'R'))) x
                   WHERE x.rn = 1
                 END-EXEC

                 IF SQLCODE = 0
                   MOVE EXEMPLAIRE-NUM TO WS-AVIS-EXEM-NUM
                   MOVE RESA-SITE TO SITE-CODE
                   PERFORM 0466-SITE-CONTROLE-DEB
                   THRU    0466-SITE-CONTROLE-FIN
                   MOVE SITE-LIBELLE TO WS-AVIS-SITE-LIB
      *La date limite de retrait suit la date de pose de chaque
      *reservation, comme la purge.
                   PERFORM 0266-AVIS-DATES-DEB
                   THRU    0266-AVIS-DATES-FIN
                   PERFORM 0424-AVIS-DIFFUSE-DEB
                   THRU    0424-AVIS-DIFFUSE-FIN
                 END-IF

                 ADD 1 TO WS-IDX

             DISPLAY " "
             DISPLAY "Avis de mise a disposition ecrits: " WS-AVIS-NB
             DISPLAY "Avis transmis par SMS/courriel   : "
                                                  WS-NOTIF-NB-DEPOSES
             DISPLAY "Fichier produit: avis-disposition.txt"
           END-IF.

      *(deja ouvert par l'appelant), sur le modele des lettres de
      *rappel de 0278-RAPPEL-LETTRE-DEB. L'appelant renseigne
      *ADHERENT-NOM / ADHERENT-PRENOM / ADHERENT-TELEPHONE,
      *LIVRE-TITRE, WS-AVIS-EXEM-NUM, le site de retrait
      *WS-AVIS-SITE-LIB et les dates posees par 0266-AVIS-DATES-DEB.
       0299-AVIS-LETTRE-DEB.
           MOVE ALL "=" TO LIGNE-AVIS
           WRITE LIGNE-AVIS
             WRITE LIGNE-AVIS
           END-IF

           IF WS-AVIS-SITE-LIB NOT = SPACES
             MOVE SPACES TO LIGNE-AVIS
             STRING "    a retirer a : "        DELIMITED BY SIZE
                    WS-AVIS-SITE-LIB            DELIMITED BY SIZE
               INTO LIGNE-AVIS
             END-STRING
             WRITE LIGNE-AVIS
           END-IF

           MOVE SPACES TO LIGNE-AVIS
           WRITE LIGNE-AVIS


               EXEC SQL
                 SELECT carte, nom, prenom, telephone,
                        date_fin_validite, adherent_id
                 INTO :ADHERENT-CARTE, :ADHERENT-NOM,
                      :ADHERENT-PRENOM, :ADHERENT-TELEPHONE,
                      :ADHERENT-DATE-FIN, :NOTIF-ADH-ID
                 FROM (SELECT carte, nom, prenom, telephone,
                              date_fin_validite, adherent_id,
                              ROW_NUMBER() OVER
                                (ORDER BY date_fin_validite ASC)
                                AS rn
                 END-IF
                 WRITE LIGNE-RENOUV

      *Lecteur joignable par SMS ou courriel : l'echeance lui est
      *transmise par le prestataire (une seule fois par echeance).
                 PERFORM 0420-NOTIF-CANAL-LIT-DEB
                 THRU    0420-NOTIF-CANAL-LIT-FIN
                 IF WS-NOTIF-NUM-OUI
                   MOVE SPACES TO NOTIF-MESSAGE
                   IF ADHERENT-DATE-FIN < RAPPORT-DATE-JOUR
                     STRING "Bibliotheque municipale : votre carte "
                            DELIMITED BY SIZE
                            ADHERENT-CARTE DELIMITED BY SPACE
                            " a expire le " DELIMITED BY SIZE
                            ADHERENT-DATE-FIN DELIMITED BY SIZE
                            ". Pensez a la renouveler a l'accueil."
                            DELIMITED BY SIZE
                       INTO NOTIF-MESSAGE
                     END-STRING
                   ELSE
                     STRING "Bibliotheque municipale : votre carte "
                            DELIMITED BY SIZE
                            ADHERENT-CARTE DELIMITED BY SPACE
                            " expire le " DELIMITED BY SIZE
                            ADHERENT-DATE-FIN DELIMITED BY SIZE
                            ". Pensez a la renouveler a l'accueil."
                            DELIMITED BY SIZE
                       INTO NOTIF-MESSAGE
                     END-STRING
                   END-IF
                   MOVE "V" TO NOTIF-TYPE
                   MOVE ADHERENT-DATE-FIN TO NOTIF-REFERENCE
                   PERFORM 0421-NOTIF-DEPOSE-DEB
                   THRU    0421-NOTIF-DEPOSE-FIN
                   MOVE SPACES TO LIGNE-RENOUV
                   STRING "         prevenu par " DELIMITED BY SIZE
                          WS-NOTIF-CANAL-LIB     DELIMITED BY SIZE
                     INTO LIGNE-RENOUV
                   END-STRING
                   WRITE LIGNE-RENOUV
                 END-IF

                 ADD 1 TO WS-RENOUV-NB
                 ADD 1 TO WS-IDX
               END-IF
                     WHERE livre_id = :LIVRE-ID
                       AND num_exemplaire = :EXEMPLAIRE-NUM
                       AND statut = 'D'
                       AND COALESCE(site_present, 'CEN')
                           = :SITE-GUICHET
                   END-EXEC

                   IF SQLCODE = 0
                 ELSE
                   EXEC SQL
                     UPDATE exemplaire
                     SET statut = 'D',
                         site_present = :SITE-GUICHET
                     WHERE exemplaire_id = :EXEMPLAIRE-ID
                   END-EXEC

      *doit lui etre restitue. L'exemplaire est pretable a nos
      *adherents par le circuit normal 0250-EMPRUNT-DEB.
       0353-PEB-RECEPTION-DEB.
           MOVE "N" TO WS-ISBN-RETENU
           PERFORM UNTIL WS-ISBN-RETENU-OUI
             DISPLAY "Code (ISBN) de l'ouvrage recu: "
             ACCEPT WS-SAISIE
             PERFORM 0531-ISBN-SAISIE-DEB
             THRU    0531-ISBN-SAISIE-FIN
           END-PERFORM

           PERFORM 0532-ISBN-RECHERCHE-DEB
           THRU    0532-ISBN-RECHERCHE-FIN
           IF WS-ISBN-NB-BASE > 1
             PERFORM 0534-ISBN-DOUBLON-AFFICHE-DEB
             THRU    0534-ISBN-DOUBLON-AFFICHE-FIN
           END-IF

           EXEC SQL
             SELECT livre_id, titre, dispo
       0374-DESHERBE-UN-FIN.

      ******************************************************************
      *Sous-menu des acquisitions par commande : fournisseurs,
      *commandes ligne a ligne, receptions partielles ou totales,
      *relances des lignes non livrees, annulation des reliquats et
      *suivi de l'enveloppe budgetaire annuelle de chaque fonds.
       0380-COMMANDE-DEB.
           MOVE 1 TO WS-CHOIX-2
           PERFORM UNTIL WS-CHOIX-2 = 0
             DISPLAY " "
             DISPLAY "1 - Gerer les fournisseurs"
             DISPLAY "2 - Saisir une commande"
             DISPLAY "3 - Consulter une commande"
             DISPLAY "4 - Receptionner une livraison"
             DISPLAY "5 - Editer les relances fournisseurs"
             DISPLAY "6 - Annuler les reliquats d'une commande"
             DISPLAY "7 - Budget d'acquisition par fonds"
             DISPLAY "0 - Quitter"
             ACCEPT WS-CHOIX-2
             EVALUATE WS-CHOIX-2
               WHEN = 1
                 PERFORM 0381-FOURN-GERER-DEB
                 THRU    0381-FOURN-GERER-FIN
               WHEN = 2
                 PERFORM 0382-CMD-SAISIE-DEB
                 THRU    0382-CMD-SAISIE-FIN
               WHEN = 3
                 PERFORM 0384-CMD-CHOIX-DEB
                 THRU    0384-CMD-CHOIX-FIN
               WHEN = 4
                 PERFORM 0385-CMD-RECEPTION-DEB
                 THRU    0385-CMD-RECEPTION-FIN
               WHEN = 5
                 PERFORM 0387-CMD-RELANCE-DEB
                 THRU    0387-CMD-RELANCE-FIN
               WHEN = 6
                 PERFORM 0389-CMD-RELIQUAT-DEB
                 THRU    0389-CMD-RELIQUAT-FIN
               WHEN = 7
                 PERFORM 0390-BUDGET-DEB
                 THRU    0390-BUDGET-FIN
               WHEN = 0
                 DISPLAY "Vous sortez du menu des commandes"
               WHEN OTHER
                 DISPLAY "Mauvaise saisie, veuillez recommencer"
             END-EVALUATE
           END-PERFORM.

           EXIT.
       0380-COMMANDE-FIN.

      ******************************************************************
      *Fichier des fournisseurs : code court saisi au guichet, raison
      *sociale, coordonnees portees sur les relances et delai de
      *relance propre au fournisseur (0 : delai par defaut
      *WS-CMD-DELAI-RELANCE).
       0381-FOURN-GERER-DEB.
           MOVE 1 TO WS-CHOIX-3
           PERFORM UNTIL WS-CHOIX-3 = 0
             DISPLAY " "
             DISPLAY "1 - Lister les fournisseurs"
             DISPLAY "2 - Creer un fournisseur"
             DISPLAY "3 - Modifier un fournisseur"
             DISPLAY "0 - Quitter"
             ACCEPT WS-SAISIE
             MOVE WS-SAISIE TO WS-CHOIX-3
             EVALUATE WS-CHOIX-3
               WHEN = 1
                 MOVE 0 TO WS-NB-AFFICHE
                 MOVE 1 TO WS-IDX
                 MOVE "O" TO WS-VALIDE
                 PERFORM UNTIL NOT WS-SAISIE-OK
                   MOVE WS-IDX TO RAPPORT-RN

                   EXEC SQL
                     SELECT code, nom, COALESCE(telephone, ''),
                            COALESCE(delai_relance, 0)
                     INTO :FOURN-CODE, :FOURN-NOM, :FOURN-TELEPHONE,
                          :FOURN-DELAI
                     FROM (SELECT code, nom, telephone, delai_relance,
                                  ROW_NUMBER() OVER (ORDER BY code ASC)
                                    AS rn
                           FROM fournisseur) x
                     WHERE x.rn = :RAPPORT-RN
                   END-EXEC

                   IF SQLCODE NOT = 0
                     MOVE "N" TO WS-VALIDE
                   ELSE
                     ADD 1 TO WS-NB-AFFICHE
                     DISPLAY FOURN-CODE " " FOURN-NOM " tel. "
                             FOURN-TELEPHONE " relance a "
                             FOURN-DELAI " jours"
                     ADD 1 TO WS-IDX
                   END-IF
                 END-PERFORM
                 IF WS-NB-AFFICHE = 0
                   DISPLAY "Aucun fournisseur declare."
                 END-IF
               WHEN = 2
                 DISPLAY "Code du nouveau fournisseur: "
                 ACCEPT FOURN-CODE

                 EXEC SQL
                   SELECT nom INTO :FOURN-NOM
                   FROM fournisseur
                   WHERE code = :FOURN-CODE
                 END-EXEC

                 IF SQLCODE = 0
                   DISPLAY "Code deja attribue a " FOURN-NOM "."
                 ELSE
                   MOVE "N" TO WS-VALIDE
                   PERFORM UNTIL WS-SAISIE-OK
                     DISPLAY "Raison sociale du fournisseur: "
                     ACCEPT FOURN-NOM
                     IF FOURN-NOM = SPACES
                       DISPLAY "Nom obligatoire, recommencez."
                     ELSE
                       MOVE "O" TO WS-VALIDE
                     END-IF
                   END-PERFORM

                   DISPLAY "Adresse postale: "
                   ACCEPT FOURN-ADRESSE
                   DISPLAY "Telephone: "
                   ACCEPT FOURN-TELEPHONE
                   DISPLAY "Courriel: "
                   ACCEPT FOURN-COURRIEL

                   PERFORM 0386-FOURN-DELAI-SAISIE-DEB
                   THRU    0386-FOURN-DELAI-SAISIE-FIN

                   EXEC SQL
                     INSERT INTO fournisseur
                     (code, nom, adresse, telephone, courriel,
                     delai_relance)
                     VALUES (:FOURN-CODE, :FOURN-NOM, :FOURN-ADRESSE,
                             :FOURN-TELEPHONE, :FOURN-COURRIEL,
                             :FOURN-DELAI)
                   END-EXEC

                   IF SQLCODE = 0
                     EXEC SQL COMMIT END-EXEC
                     DISPLAY ">>> Fournisseur cree."
                     MOVE "FOURNISSEUR" TO AUDIT-TABLE
                     MOVE FOURN-CODE TO AUDIT-CLE
                     MOVE SPACES TO AUDIT-ANCIENNE
                     MOVE FOURN-NOM TO AUDIT-NOUVELLE
                     PERFORM 0281-AUDIT-ENREGISTRE-DEB
                     THRU    0281-AUDIT-ENREGISTRE-FIN
                   ELSE
                     DISPLAY "Erreur creation fournisseur. SQLCODE: "
                                                             SQLCODE
                   END-IF
                 END-IF
               WHEN = 3
                 DISPLAY "Code du fournisseur a modifier: "
                 ACCEPT FOURN-CODE

                 EXEC SQL
                   SELECT fournisseur_id, nom, COALESCE(adresse, ''),
                          COALESCE(telephone, ''),
                          COALESCE(courriel, ''),
                          COALESCE(delai_relance, 0)
                   INTO :FOURN-ID, :FOURN-NOM, :FOURN-ADRESSE,
                        :FOURN-TELEPHONE, :FOURN-COURRIEL,
                        :FOURN-DELAI
                   FROM fournisseur
                   WHERE code = :FOURN-CODE
                 END-EXEC

                 IF SQLCODE NOT = 0
                   DISPLAY "Code fournisseur inconnu."
                 ELSE
                   DISPLAY "Fournisseur: " FOURN-NOM
                   DISPLAY "Adresse:     " FOURN-ADRESSE
                   DISPLAY "Telephone:   " FOURN-TELEPHONE
                   DISPLAY "Courriel:    " FOURN-COURRIEL
                   DISPLAY "Relance a:   " FOURN-DELAI " jours"
                   MOVE FOURN-DELAI TO AUDIT-ANCIENNE

                   DISPLAY "Nouvelle adresse (vide pour conserver): "
                   ACCEPT WS-SAISIE
                   IF WS-SAISIE NOT = SPACES
                     MOVE WS-SAISIE TO FOURN-ADRESSE
                   END-IF
                   DISPLAY "Nouveau telephone (vide pour conserver): "
                   ACCEPT WS-SAISIE
                   IF WS-SAISIE NOT = SPACES
                     MOVE WS-SAISIE TO FOURN-TELEPHONE
                   END-IF
                   DISPLAY "Nouveau courriel (vide pour conserver): "
                   ACCEPT WS-SAISIE
                   IF WS-SAISIE NOT = SPACES
                     MOVE WS-SAISIE TO FOURN-COURRIEL
                   END-IF

                   PERFORM 0386-FOURN-DELAI-SAISIE-DEB
                   THRU    0386-FOURN-DELAI-SAISIE-FIN

                   EXEC SQL
                     UPDATE fournisseur
                     SET adresse = :FOURN-ADRESSE,
                         telephone = :FOURN-TELEPHONE,
                         courriel = :FOURN-COURRIEL,
                         delai_relance = :FOURN-DELAI
                     WHERE fournisseur_id = :FOURN-ID
                   END-EXEC

                   IF SQLCODE = 0
                     EXEC SQL COMMIT END-EXEC
                     DISPLAY ">>> Fournisseur modifie."
                     MOVE "FOURNISSEUR" TO AUDIT-TABLE
                     MOVE FOURN-CODE TO AUDIT-CLE
                     MOVE FOURN-DELAI TO AUDIT-NOUVELLE
                     PERFORM 0281-AUDIT-ENREGISTRE-DEB
                     THRU    0281-AUDIT-ENREGISTRE-FIN
                   ELSE
                     DISPLAY "Erreur modification fournisseur. "
                             "SQLCODE: " SQLCODE
                   END-IF
                 END-IF
               WHEN = 0
                 DISPLAY "Vous sortez de la gestion des fournisseurs"
               WHEN OTHER
                 DISPLAY "Mauvaise saisie, veuillez recommencer"
             END-EVALUATE
           END-PERFORM.

           EXIT.
       0381-FOURN-GERER-FIN.

      ******************************************************************
      *Saisie du delai de relance d'un fournisseur dans FOURN-DELAI,
      *en jours (0 : delai par defaut WS-CMD-DELAI-RELANCE).
       0386-FOURN-DELAI-SAISIE-DEB.
           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Delai de relance en jours (0 pour le delai par "
                     "defaut de " WS-CMD-DELAI-RELANCE " jours): "
             ACCEPT WS-SAISIE
             IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
               MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-CMD-DELAI
               MOVE WS-CMD-DELAI TO FOURN-DELAI
               MOVE "O" TO WS-VALIDE
             ELSE
               DISPLAY "Valeur numerique attendue."
             END-IF
           END-PERFORM.

           EXIT.
       0386-FOURN-DELAI-SAISIE-FIN.

      ******************************************************************
      *Saisie d'une commande : le fournisseur est retrouve par son
      *code, la commande est creee ouverte a la date du jour puis les
      *lignes sont saisies une a une (ISBN vide pour terminer). Un
      *titre deja au catalogue reprend sa notice ; pour chaque ligne
      *le disponible du fonds sur l'exercice est affiche et un
      *depassement d'enveloppe doit etre confirme. Une commande
      *abandonnee sans aucune ligne est supprimee.
       0382-CMD-SAISIE-DEB.
           DISPLAY "Code du fournisseur: "
           ACCEPT FOURN-CODE

           EXEC SQL
             SELECT fournisseur_id, nom
             INTO :FOURN-ID, :FOURN-NOM
             FROM fournisseur
             WHERE code = :FOURN-CODE
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Fournisseur inconnu, creez-le d'abord "
                     "(choix 1 - Gerer les fournisseurs)."
           ELSE
             ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
             MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
             MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
             MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
             MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
             MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
             MOVE WS-DATE-PARSE-VAL TO CMD-DATE
             MOVE WS-DATE-PARSE-VAL(1:4) TO BUDGET-ANNEE

             MOVE WS-OPER-CODE TO OPER-CODE

             EXEC SQL
               INSERT INTO commande
               (fournisseur_id, date_commande, statut, operateur)
               VALUES (:FOURN-ID, :CMD-DATE, 'O', :OPER-CODE)
             END-EXEC

             IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               EXEC SQL
                 SELECT MAX(commande_id)
                 INTO :CMD-ID
                 FROM commande
                 WHERE fournisseur_id = :FOURN-ID
               END-EXEC
             END-IF

             IF SQLCODE NOT = 0
               DISPLAY "Erreur creation commande. SQLCODE: " SQLCODE
             ELSE
               DISPLAY "Commande numero " CMD-ID " chez " FOURN-NOM
               MOVE 0 TO WS-CMD-NB-LIGNES
               MOVE "N" TO WS-CMD-FINI
               PERFORM UNTIL WS-CMD-FINI = "O"
                 DISPLAY " "
                 DISPLAY "ISBN de la ligne (vide pour terminer): "
                 ACCEPT WS-SAISIE
                 IF FUNCTION TRIM(WS-SAISIE) = SPACES
                   MOVE "O" TO WS-CMD-FINI
                 ELSE
                   PERFORM 0531-ISBN-SAISIE-DEB
                   THRU    0531-ISBN-SAISIE-FIN
                   IF WS-ISBN-RETENU-OUI
                     PERFORM 0532-ISBN-RECHERCHE-DEB
                     THRU    0532-ISBN-RECHERCHE-FIN
                     IF WS-ISBN-NB-BASE > 1
                       PERFORM 0534-ISBN-DOUBLON-AFFICHE-DEB
                       THRU    0534-ISBN-DOUBLON-AFFICHE-FIN
                     END-IF
                     PERFORM 0383-CMD-LIGNE-SAISIE-DEB
                     THRU    0383-CMD-LIGNE-SAISIE-FIN
                   ELSE
                     DISPLAY "Ligne non saisie."
                   END-IF
                 END-IF
               END-PERFORM

               IF WS-CMD-NB-LIGNES = 0
                 EXEC SQL
                   DELETE FROM commande
                   WHERE commande_id = :CMD-ID
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
                 DISPLAY "Commande sans ligne, abandonnee."
               ELSE
                 DISPLAY ">>> Commande " CMD-ID " enregistree, "
                         WS-CMD-NB-LIGNES " ligne(s)."
                 MOVE "COMMANDE" TO AUDIT-TABLE
                 MOVE CMD-ID TO AUDIT-CLE
                 MOVE SPACES TO AUDIT-ANCIENNE
                 MOVE FOURN-CODE TO AUDIT-NOUVELLE
                 PERFORM 0281-AUDIT-ENREGISTRE-DEB
                 THRU    0281-AUDIT-ENREGISTRE-FIN
               END-IF
             END-IF
           END-IF.

           EXIT.
       0382-CMD-SAISIE-FIN.

      ******************************************************************
      *Saisie d'une ligne de la commande CMD-ID pour l'ISBN place
      *dans LIVRE-CODE : titre, auteur et fonds sont repris du
      *catalogue si le titre y figure deja, sinon saisis (ils servent
      *a creer la notice a la reception). Quantite et prix unitaire
      *sont obligatoires.
       0383-CMD-LIGNE-SAISIE-DEB.
           EXEC SQL
             SELECT l.titre, a.nom, a.prenom, l.type
             INTO :LIVRE-TITRE, :AUTEUR-NOM, :AUTEUR-PRENOM,
                  :LIVRE-TYPE
             FROM livre l
             JOIN auteur a ON a.auteur_id = l.auteur_id
             WHERE l.code = :LIVRE-CODE
           END-EXEC

           IF SQLCODE = 0
             DISPLAY "Titre au catalogue: " LIVRE-TITRE
           ELSE
             MOVE "N" TO WS-VALIDE
             PERFORM UNTIL WS-SAISIE-OK
               DISPLAY "Titre: "
               ACCEPT LIVRE-TITRE
               IF LIVRE-TITRE = SPACES
                 DISPLAY "Titre obligatoire, recommencez."
               ELSE
                 MOVE "O" TO WS-VALIDE
               END-IF
             END-PERFORM
             DISPLAY "Nom de l'auteur: "
             ACCEPT AUTEUR-NOM
             DISPLAY "Prenom de l'auteur: "
             ACCEPT AUTEUR-PRENOM
             MOVE SPACES TO LIVRE-TYPE
           END-IF

           IF LIVRE-TYPE = SPACES
             MOVE "N" TO WS-VALIDE
           ELSE
             DISPLAY "Fonds: " LIVRE-TYPE
             MOVE "O" TO WS-VALIDE
           END-IF
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Fonds (type de document) impute: "
             ACCEPT LIVRE-TYPE
             IF LIVRE-TYPE = SPACES
               DISPLAY "Fonds obligatoire, recommencez."
             ELSE
               MOVE "O" TO WS-VALIDE
             END-IF
           END-PERFORM

           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Quantite commandee: "
             ACCEPT WS-SAISIE
             IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
               MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-CMD-QTE
               IF WS-CMD-QTE > 0
                 MOVE "O" TO WS-VALIDE
               ELSE
                 DISPLAY "Quantite nulle, recommencez."
               END-IF
             ELSE
               DISPLAY "Valeur numerique attendue."
             END-IF
           END-PERFORM

           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Prix unitaire (EUR): "
             ACCEPT WS-SAISIE
             IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
               MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-CMD-PRIX
               MOVE "O" TO WS-VALIDE
             ELSE
               DISPLAY "Valeur numerique attendue."
             END-IF
           END-PERFORM

      *Disponible du fonds sur l'exercice avant engagement de la
      *ligne : un depassement de l'enveloppe doit etre confirme.
           COMPUTE WS-CMD-MONTANT = WS-CMD-QTE * WS-CMD-PRIX
           MOVE LIVRE-TYPE TO BUDGET-FONDS
           PERFORM 0392-BUDGET-FONDS-CALC-DEB
           THRU    0392-BUDGET-FONDS-CALC-FIN
           MOVE WS-BUDG-DISPO TO WS-BUDG-EDIT
           MOVE WS-CMD-MONTANT TO WS-BUDG-EDIT-2
           DISPLAY "Montant de la ligne: " WS-BUDG-EDIT-2
                   " EUR, disponible du fonds: " WS-BUDG-EDIT " EUR"

           MOVE "O" TO WS-REPONSE-2
           IF WS-CMD-MONTANT > WS-BUDG-DISPO
             DISPLAY "*** Depassement de l'enveloppe du fonds "
                     LIVRE-TYPE
             DISPLAY "Engager quand meme la ligne ? (O/N): "
             ACCEPT WS-REPONSE-2
             MOVE FUNCTION UPPER-CASE(WS-REPONSE-2) TO WS-REPONSE-2
           END-IF

           IF WS-REPONSE-2 NOT = "O"
             DISPLAY "Ligne abandonnee."
           ELSE
             ADD 1 TO WS-CMD-NB-LIGNES
             MOVE WS-CMD-NB-LIGNES TO CMD-NUM-LIGNE
             MOVE WS-CMD-QTE TO CMD-QTE
             MOVE WS-CMD-PRIX TO WS-CMD-PRIX-EDIT
             MOVE WS-CMD-PRIX-EDIT TO CMD-PRIX

             EXEC SQL
               INSERT INTO commande_ligne
               (commande_id, num_ligne, code, titre, auteur_nom,
               auteur_prenom, type, quantite, qte_recue, qte_annulee,
               prix_unitaire, date_relance, nb_relances)
               VALUES (:CMD-ID, :CMD-NUM-LIGNE, :LIVRE-CODE,
                       :LIVRE-TITRE, :AUTEUR-NOM, :AUTEUR-PRENOM,
                       :LIVRE-TYPE, :CMD-QTE, 0, 0, :CMD-PRIX, NULL,
                       0)
             END-EXEC

             IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               DISPLAY ">>> Ligne " CMD-NUM-LIGNE " enregistree."
             ELSE
               SUBTRACT 1 FROM WS-CMD-NB-LIGNES
               DISPLAY "Erreur creation ligne. SQLCODE: " SQLCODE
             END-IF
           END-IF.

           EXIT.
       0383-CMD-LIGNE-SAISIE-FIN.

      ******************************************************************
      *Consultation d'une commande saisie par son numero : entete
      *puis detail des lignes.
       0384-CMD-CHOIX-DEB.
           DISPLAY "Numero de la commande: "
           ACCEPT WS-SAISIE
           MOVE SPACES TO CMD-ID
           MOVE FUNCTION TRIM(WS-SAISIE) TO CMD-ID

           PERFORM 0388-CMD-ENTETE-DEB
           THRU    0388-CMD-ENTETE-FIN

           IF SQLCODE = 0
             PERFORM 0391-CMD-LIGNES-DEB
             THRU    0391-CMD-LIGNES-FIN
           END-IF.

           EXIT.
       0384-CMD-CHOIX-FIN.

      ******************************************************************
      *Lecture et affichage de l'entete de la commande CMD-ID
      *(fournisseur, date, statut). SQLCODE non nul si inconnue.
       0388-CMD-ENTETE-DEB.
           EXEC SQL
             SELECT c.date_commande, c.statut, f.code, f.nom
             INTO :CMD-DATE, :CMD-STATUT, :FOURN-CODE, :FOURN-NOM
             FROM commande c
             JOIN fournisseur f ON f.fournisseur_id = c.fournisseur_id
             WHERE c.commande_id = :CMD-ID
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Commande inconnue."
           ELSE
             DISPLAY " "
             DISPLAY "Commande " CMD-ID " du " CMD-DATE " chez "
                     FOURN-NOM " (" FOURN-CODE ")"
             EVALUATE CMD-STATUT
               WHEN "O"
                 DISPLAY "Statut: ouverte"
               WHEN "S"
                 DISPLAY "Statut: soldee"
               WHEN OTHER
                 DISPLAY "Statut: annulee"
             END-EVALUATE
           END-IF.

           EXIT.
       0388-CMD-ENTETE-FIN.

      ******************************************************************
      *Detail des lignes de la commande CMD-ID (quantites commandee,
      *recue, annulee et reste a livrer), pagination ROW_NUMBER().
       0391-CMD-LIGNES-DEB.
           MOVE 0 TO WS-NB-AFFICHE
           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT num_ligne, code, titre, type, quantite,
                      qte_recue, qte_annulee, prix_unitaire
               INTO :CMD-NUM-LIGNE, :LIVRE-CODE, :LIVRE-TITRE,
                    :LIVRE-TYPE, :CMD-QTE, :CMD-QTE-RECUE,
                    :CMD-QTE-ANNULEE, :CMD-PRIX
               FROM (SELECT num_ligne, code, titre, type, quantite,
                            qte_recue, qte_annulee, prix_unitaire,
                            ROW_NUMBER() OVER
                              (ORDER BY num_ligne ASC) AS rn
                     FROM commande_ligne
                     WHERE commande_id = :CMD-ID) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               ADD 1 TO WS-NB-AFFICHE
               MOVE CMD-QTE TO WS-CMD-QTE
               MOVE CMD-QTE-RECUE TO WS-CMD-QTE-RECUE
               MOVE CMD-QTE-ANNULEE TO WS-CMD-QTE-ANNULEE
               COMPUTE WS-CMD-RELIQUAT = WS-CMD-QTE
                 - WS-CMD-QTE-RECUE - WS-CMD-QTE-ANNULEE
               DISPLAY " "
               DISPLAY "Ligne " CMD-NUM-LIGNE ": " LIVRE-TITRE
               DISPLAY "  ISBN " LIVRE-CODE " fonds " LIVRE-TYPE
                       " prix " CMD-PRIX " EUR"
               DISPLAY "  commande " WS-CMD-QTE " recu "
                       WS-CMD-QTE-RECUE " annule " WS-CMD-QTE-ANNULEE
                       " reste " WS-CMD-RELIQUAT

               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-NB-AFFICHE = 0
             DISPLAY "Aucune ligne sur cette commande."
           END-IF.

           EXIT.
       0391-CMD-LIGNES-FIN.

      ******************************************************************
      *Reception d'une livraison, totale ou partielle : pour chaque
      *ligne livree, la quantite recue (au plus le reste a livrer)
      *cree la notice si le titre est inconnu du catalogue (auteur
      *retrouve ou cree, prix de remplacement = prix d'achat) puis
      *autant de fiches exemplaires ; les compteurs du livre sont
      *recalcules et la commande passe soldee quand plus rien n'est
      *attendu.
       0385-CMD-RECEPTION-DEB.
           DISPLAY "Numero de la commande livree: "
           ACCEPT WS-SAISIE
           MOVE SPACES TO CMD-ID
           MOVE FUNCTION TRIM(WS-SAISIE) TO CMD-ID

           PERFORM 0388-CMD-ENTETE-DEB
           THRU    0388-CMD-ENTETE-FIN

           IF SQLCODE = 0
             IF CMD-STATUT NOT = "O"
               DISPLAY "Commande close, plus rien n'est attendu."
             ELSE
               PERFORM 0391-CMD-LIGNES-DEB
               THRU    0391-CMD-LIGNES-FIN

               MOVE "N" TO WS-CMD-FINI
               PERFORM UNTIL WS-CMD-FINI = "O"
                 DISPLAY " "
                 DISPLAY "Numero de ligne livree (0 pour terminer): "
                 ACCEPT WS-SAISIE
                 IF FUNCTION TEST-NUMVAL(WS-SAISIE) NOT = 0
                   DISPLAY "Valeur numerique attendue."
                 ELSE
                   MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-CMD-NUM-LIGNE
                   IF WS-CMD-NUM-LIGNE = 0
                     MOVE "O" TO WS-CMD-FINI
                   ELSE
                     MOVE WS-CMD-NUM-LIGNE TO CMD-NUM-LIGNE
                     PERFORM 0393-CMD-LIGNE-RECOIT-DEB
                     THRU    0393-CMD-LIGNE-RECOIT-FIN
                   END-IF
                 END-IF
               END-PERFORM

               PERFORM 0394-CMD-SOLDE-DEB
               THRU    0394-CMD-SOLDE-FIN
             END-IF
           END-IF.

           EXIT.
       0385-CMD-RECEPTION-FIN.

      ******************************************************************
      *Reception de la ligne CMD-NUM-LIGNE de la commande CMD-ID.
       0393-CMD-LIGNE-RECOIT-DEB.
           EXEC SQL
             SELECT ligne_id, code, titre, COALESCE(auteur_nom, ''),
                    COALESCE(auteur_prenom, ''), type, quantite,
                    qte_recue, qte_annulee, prix_unitaire
             INTO :CMD-LIGNE-ID, :LIVRE-CODE, :LIVRE-TITRE,
                  :AUTEUR-NOM, :AUTEUR-PRENOM, :LIVRE-TYPE, :CMD-QTE,
                  :CMD-QTE-RECUE, :CMD-QTE-ANNULEE, :CMD-PRIX
             FROM commande_ligne
             WHERE commande_id = :CMD-ID
               AND num_ligne = :CMD-NUM-LIGNE
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Ligne inconnue sur cette commande."
           ELSE
             MOVE CMD-QTE TO WS-CMD-QTE
             MOVE CMD-QTE-RECUE TO WS-CMD-QTE-RECUE
             MOVE CMD-QTE-ANNULEE TO WS-CMD-QTE-ANNULEE
             COMPUTE WS-CMD-RELIQUAT = WS-CMD-QTE
               - WS-CMD-QTE-RECUE - WS-CMD-QTE-ANNULEE

             IF WS-CMD-RELIQUAT = 0
               DISPLAY "Ligne deja soldee."
             ELSE
               DISPLAY LIVRE-TITRE ": reste " WS-CMD-RELIQUAT
                       " exemplaire(s) a livrer."
               MOVE "N" TO WS-VALIDE
               PERFORM UNTIL WS-SAISIE-OK
                 DISPLAY "Quantite recue: "
                 ACCEPT WS-SAISIE
                 IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                   MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-CMD-RECEP
                   IF WS-CMD-RECEP > WS-CMD-RELIQUAT
                     DISPLAY "Plus que le reste a livrer ("
                             WS-CMD-RELIQUAT "), recommencez."
                   ELSE
                     MOVE "O" TO WS-VALIDE
                   END-IF
                 ELSE
                   DISPLAY "Valeur numerique attendue."
                 END-IF
               END-PERFORM

               IF WS-CMD-RECEP > 0
                 MOVE "N" TO WS-CMD-ERREUR
                 PERFORM 0395-CMD-NOTICE-DEB
                 THRU    0395-CMD-NOTICE-FIN

                 IF NOT WS-CMD-ERREUR-OUI
                   ADD WS-CMD-RECEP TO WS-CMD-QTE-RECUE
                   MOVE WS-CMD-QTE-RECUE TO CMD-QTE-RECUE

                   EXEC SQL
                     UPDATE commande_ligne
                     SET qte_recue = :CMD-QTE-RECUE
                     WHERE ligne_id = :CMD-LIGNE-ID
                   END-EXEC

                   IF SQLCODE = 0
                     EXEC SQL COMMIT END-EXEC

      *Les exemplaires ne sont crees qu'une fois la reception
      *enregistree sur la ligne : un echec ne laisse pas d'exemplaire
      *pretable sans reception, recree a la reception suivante.
                     MOVE "N" TO WS-EXEM-ERREUR
                     PERFORM 0254-EXEMPLAIRE-AJOUTE-DEB
                     THRU    0254-EXEMPLAIRE-AJOUTE-FIN
                         WS-CMD-RECEP TIMES

                     PERFORM 0253-SYNC-EXEMPLAIRES-DEB
                     THRU    0253-SYNC-EXEMPLAIRES-FIN

                     IF WS-EXEM-ERREUR-OUI
                       DISPLAY "Attention : exemplaire(s) non cree(s),"
                               " a ajouter depuis le catalogue."
                     END-IF
                     DISPLAY ">>> " WS-CMD-RECEP " exemplaire(s) "
                             "recu(s), " LIVRE-COMPT " au catalogue."
                     MOVE "COMMANDE" TO AUDIT-TABLE
                     MOVE CMD-ID TO AUDIT-CLE
                     MOVE LIVRE-CODE TO AUDIT-ANCIENNE
                     MOVE CMD-QTE-RECUE TO AUDIT-NOUVELLE
                     PERFORM 0281-AUDIT-ENREGISTRE-DEB
                     THRU    0281-AUDIT-ENREGISTRE-FIN

      *L'entree LIVRE porte le code au prochain export delta.
                     MOVE "LIVRE" TO AUDIT-TABLE
                     MOVE LIVRE-CODE TO AUDIT-CLE
                     MOVE SPACES TO AUDIT-ANCIENNE
                     MOVE LIVRE-COMPT TO AUDIT-NOUVELLE
                     PERFORM 0281-AUDIT-ENREGISTRE-DEB
                     THRU    0281-AUDIT-ENREGISTRE-FIN
                   ELSE
                     DISPLAY "Erreur mise a jour de la ligne. "
                             "SQLCODE: " SQLCODE
                     EXEC SQL ROLLBACK END-EXEC
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.
       0393-CMD-LIGNE-RECOIT-FIN.

      ******************************************************************
      *Notice du titre recu (LIVRE-CODE) : reprise de la notice
      *existante, ou creation de l'auteur et du livre a partir de la
      *ligne de commande comme dans 0353-PEB-RECEPTION-DEB.
      *Positionne LIVRE-ID, ou WS-CMD-ERREUR en cas d'echec.
       0395-CMD-NOTICE-DEB.
           EXEC SQL
             SELECT livre_id
             INTO :LIVRE-ID
             FROM livre
             WHERE code = :LIVRE-CODE
           END-EXEC

           IF SQLCODE NOT = 0
             IF AUTEUR-NOM = SPACES
               MOVE "INCONNU" TO AUTEUR-NOM
             END-IF

             EXEC SQL
               SELECT auteur_id INTO :AUTEUR-ID
               FROM auteur
               WHERE nom = :AUTEUR-NOM AND prenom = :AUTEUR-PRENOM
             END-EXEC

             IF SQLCODE NOT = 0
               EXEC SQL
                 INSERT INTO auteur (nom, prenom)
                 VALUES (:AUTEUR-NOM, :AUTEUR-PRENOM)
               END-EXEC
               IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
                 EXEC SQL
                   SELECT auteur_id INTO :AUTEUR-ID
                   FROM auteur
                   WHERE nom = :AUTEUR-NOM
                     AND prenom = :AUTEUR-PRENOM
                 END-EXEC
               END-IF
             END-IF

             IF SQLCODE NOT = 0
               DISPLAY "Erreur creation auteur. SQLCODE: " SQLCODE
               MOVE "O" TO WS-CMD-ERREUR
             ELSE
               MOVE AUTEUR-ID TO LIVRE-A-ID
               MOVE SPACES TO LIVRE-ANNEE
               MOVE SPACES TO LIVRE-EDITION
               MOVE "000" TO LIVRE-COMPT
               MOVE "000" TO LIVRE-PRET
               MOVE "NON" TO LIVRE-DISPO
               MOVE 0 TO WS-REMPL-PRIX
               IF FUNCTION TEST-NUMVAL(CMD-PRIX) = 0
                  AND FUNCTION NUMVAL(CMD-PRIX) < 10000
                 MOVE FUNCTION NUMVAL(CMD-PRIX) TO WS-REMPL-PRIX
               END-IF
               MOVE WS-REMPL-PRIX TO WS-AMENDE-EDIT
               MOVE WS-AMENDE-EDIT TO LIVRE-PRIX

               EXEC SQL
                 INSERT INTO livre
                 (code, titre, auteur_id, type, annee, edition,
                 compt, pret, dispo, prix_remplacement)
                 VALUES (:LIVRE-CODE, :LIVRE-TITRE, :LIVRE-A-ID,
                         :LIVRE-TYPE, :LIVRE-ANNEE, :LIVRE-EDITION,
                         :LIVRE-COMPT, :LIVRE-PRET, :LIVRE-DISPO,
                         :LIVRE-PRIX)
               END-EXEC

               IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
                 EXEC SQL
                   SELECT livre_id INTO :LIVRE-ID
                   FROM livre
                   WHERE code = :LIVRE-CODE
                 END-EXEC
                 DISPLAY "Notice creee: " LIVRE-TITRE

                 MOVE "LIVRE" TO AUDIT-TABLE
                 MOVE LIVRE-CODE TO AUDIT-CLE
                 MOVE SPACES TO AUDIT-ANCIENNE
                 MOVE LIVRE-TITRE TO AUDIT-NOUVELLE
                 PERFORM 0281-AUDIT-ENREGISTRE-DEB
                 THRU    0281-AUDIT-ENREGISTRE-FIN
               ELSE
                 DISPLAY "Erreur creation notice. SQLCODE: " SQLCODE
                 MOVE "O" TO WS-CMD-ERREUR
               END-IF
             END-IF
           END-IF.

           EXIT.
       0395-CMD-NOTICE-FIN.

      ******************************************************************
      *Cloture de la commande CMD-ID quand plus aucune ligne n'attend
      *de livraison : soldee si au moins un exemplaire a ete recu,
      *annulee sinon.
       0394-CMD-SOLDE-DEB.
           EXEC SQL
             SELECT COUNT(*)
             INTO :CMD-NB
             FROM commande_ligne
             WHERE commande_id = :CMD-ID
               AND quantite > qte_recue + qte_annulee
           END-EXEC

           MOVE 1 TO WS-CMD-NB-LIGNES
           IF SQLCODE = 0
             MOVE CMD-NB TO WS-CMD-NB-LIGNES
           END-IF

           IF WS-CMD-NB-LIGNES = 0
             EXEC SQL
               SELECT COALESCE(SUM(qte_recue), 0)
               INTO :CMD-NB
               FROM commande_ligne
               WHERE commande_id = :CMD-ID
             END-EXEC

             MOVE CMD-NB TO WS-CMD-NB-LIGNES
             IF WS-CMD-NB-LIGNES = 0
               MOVE "A" TO CMD-STATUT
             ELSE
               MOVE "S" TO CMD-STATUT
             END-IF

             EXEC SQL
               UPDATE commande
               SET statut = :CMD-STATUT
               WHERE commande_id = :CMD-ID
                 AND statut = 'O'
             END-EXEC

             IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               IF CMD-STATUT = "S"
                 DISPLAY ">>> Commande " CMD-ID " soldee."
               ELSE
                 DISPLAY ">>> Commande " CMD-ID " annulee."
               END-IF
               MOVE "COMMANDE" TO AUDIT-TABLE
               MOVE CMD-ID TO AUDIT-CLE
               MOVE "O" TO AUDIT-ANCIENNE
               MOVE CMD-STATUT TO AUDIT-NOUVELLE
               PERFORM 0281-AUDIT-ENREGISTRE-DEB
               THRU    0281-AUDIT-ENREGISTRE-FIN
             END-IF
           END-IF.

           EXIT.
       0394-CMD-SOLDE-FIN.

      ******************************************************************
      *Relances des lignes non livrees (ecran et etape batch
      *RELANCES) dans relances-fournisseurs.txt : une lettre par
      *fournisseur regroupant ses lignes dont le reste a livrer
      *attend depuis plus que son delai de relance (compte depuis la
      *commande, puis depuis la derniere relance), une lettre de
      *suite au-dela de 50 lignes. Chaque ligne relancee memorise la
      *date et le nombre de relances.
       0387-CMD-RELANCE-DEB.
           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-NUM TO WS-DATE-JOUR-NUM
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO RAPPORT-DATE-JOUR

           OPEN OUTPUT F-RELANCE-FOURN

           IF NOT F-RELANCE-FOURN-OK
             DISPLAY "Impossible d'ouvrir relances-fournisseurs.txt, "
                     "statut: " F-RELANCE-FOURN-STATUS
           ELSE
             MOVE 0 TO WS-CMD-NB-LETTRES
             MOVE 0 TO WS-CMD-NB-RELANCES
             MOVE 0 TO WS-CMD-REL-MAX
             MOVE SPACES TO WS-CMD-PREC-FOURN

             EXEC SQL
               DECLARE CRELFOUR CURSOR FOR
               SELECT l.ligne_id, l.commande_id, l.code, l.titre,
                      l.quantite, l.qte_recue, l.qte_annulee,
                      COALESCE(l.date_relance, ''),
                      COALESCE(l.nb_relances, 0), c.date_commande,
                      f.fournisseur_id, f.nom,
                      COALESCE(f.adresse, ''),
                      COALESCE(f.courriel, ''),
                      COALESCE(f.delai_relance, 0)
               FROM commande_ligne l
               JOIN commande c ON c.commande_id = l.commande_id
               JOIN fournisseur f
                 ON f.fournisseur_id = c.fournisseur_id
               WHERE c.statut = 'O'
                 AND l.quantite > l.qte_recue + l.qte_annulee
               ORDER BY f.nom ASC, l.commande_id ASC, l.num_ligne ASC
             END-EXEC

             EXEC SQL OPEN CRELFOUR END-EXEC

             IF SQLCODE NOT = 0
               DISPLAY "Erreur ouverture des relances. SQLCODE: "
                                                          SQLCODE
             ELSE
               MOVE "O" TO WS-VALIDE
               PERFORM UNTIL NOT WS-SAISIE-OK
                 EXEC SQL
                   FETCH CRELFOUR
                   INTO :CMD-LIGNE-ID, :CMD-ID, :LIVRE-CODE,
                        :LIVRE-TITRE, :CMD-QTE, :CMD-QTE-RECUE,
                        :CMD-QTE-ANNULEE, :CMD-DATE-RELANCE,
                        :CMD-NB-RELANCES, :CMD-DATE, :FOURN-ID,
                        :FOURN-NOM, :FOURN-ADRESSE, :FOURN-COURRIEL,
                        :FOURN-DELAI
                 END-EXEC

                 IF SQLCODE NOT = 0
                   MOVE "N" TO WS-VALIDE
                 ELSE
      *Echeance de relance : date de la derniere relance (ou de la
      *commande) plus le delai du fournisseur.
                   MOVE FOURN-DELAI TO WS-CMD-DELAI
                   IF WS-CMD-DELAI = 0
                     MOVE WS-CMD-DELAI-RELANCE TO WS-CMD-DELAI
                   END-IF
                   IF CMD-DATE-RELANCE = SPACES
                     MOVE CMD-DATE TO WS-DATE-PARSE-VAL
                   ELSE
                     MOVE CMD-DATE-RELANCE TO WS-DATE-PARSE-VAL
                   END-IF
                   COMPUTE WS-DATE-PARSE-NUM =
                       WS-DATE-PARSE-AAAA * 10000
                     + WS-DATE-PARSE-MM   * 100
                     + WS-DATE-PARSE-JJ
                   COMPUTE WS-DATE-CALC-NUM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATE-PARSE-NUM)
                     + WS-CMD-DELAI)

                   IF WS-DATE-CALC-NUM < WS-DATE-JOUR-NUM
      *Changement de fournisseur ou lettre pleine (50 lignes) : la
      *lettre en cours est ecrite, la suite part sur une nouvelle.
                     IF WS-CMD-REL-MAX > 0
                        AND (FOURN-ID NOT = WS-CMD-PREC-FOURN
                             OR WS-CMD-REL-MAX = 50)
                       PERFORM 0396-CMD-RELANCE-LETTRE-DEB
                       THRU    0396-CMD-RELANCE-LETTRE-FIN
                     END-IF

                     MOVE FOURN-ID TO WS-CMD-PREC-FOURN
                     MOVE FOURN-NOM TO WS-CMD-PREC-NOM
                     MOVE FOURN-ADRESSE TO WS-CMD-PREC-ADRESSE
                     MOVE FOURN-COURRIEL TO WS-CMD-PREC-COURRIEL

                     MOVE CMD-QTE TO WS-CMD-QTE
                     MOVE CMD-QTE-RECUE TO WS-CMD-QTE-RECUE
                     MOVE CMD-QTE-ANNULEE TO WS-CMD-QTE-ANNULEE
                     COMPUTE WS-CMD-RELIQUAT = WS-CMD-QTE
                       - WS-CMD-QTE-RECUE - WS-CMD-QTE-ANNULEE
                     MOVE CMD-NB-RELANCES TO WS-CMD-NUM-LIGNE
                     ADD 1 TO WS-CMD-NUM-LIGNE

                     ADD 1 TO WS-CMD-REL-MAX
                     SET IDX-CMD-REL TO WS-CMD-REL-MAX
                     MOVE CMD-ID TO WS-CMD-REL-CMD(IDX-CMD-REL)
                     MOVE CMD-DATE TO WS-CMD-REL-DATE(IDX-CMD-REL)
                     MOVE LIVRE-CODE TO WS-CMD-REL-CODE(IDX-CMD-REL)
                     MOVE LIVRE-TITRE TO WS-CMD-REL-TITRE(IDX-CMD-REL)
                     MOVE WS-CMD-RELIQUAT
                       TO WS-CMD-REL-RESTE(IDX-CMD-REL)
                     MOVE WS-CMD-NUM-LIGNE TO WS-CMD-REL-NB(IDX-CMD-REL)

                     MOVE WS-CMD-NUM-LIGNE TO CMD-NB-RELANCES

                     EXEC SQL
                       UPDATE commande_ligne
                       SET date_relance = :RAPPORT-DATE-JOUR,
                           nb_relances = :CMD-NB-RELANCES
                       WHERE ligne_id = :CMD-LIGNE-ID
                     END-EXEC

                     IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       ADD 1 TO WS-CMD-NB-RELANCES
                     ELSE
                       DISPLAY "Erreur MAJ relance de ligne. SQLCODE: "
                                                               SQLCODE
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM

               EXEC SQL CLOSE CRELFOUR END-EXEC
             END-IF

             IF WS-CMD-REL-MAX > 0
               PERFORM 0396-CMD-RELANCE-LETTRE-DEB
               THRU    0396-CMD-RELANCE-LETTRE-FIN
             END-IF

             CLOSE F-RELANCE-FOURN

             DISPLAY " "
             DISPLAY "Lettres de relance ecrites : " WS-CMD-NB-LETTRES
             DISPLAY "Lignes relancees           : "
                                              WS-CMD-NB-RELANCES
             DISPLAY "Fichier produit: relances-fournisseurs.txt"
           END-IF.

           EXIT.
       0387-CMD-RELANCE-FIN.

      ******************************************************************
      *Ecriture de la lettre de relance du fournisseur courant a
      *partir des lignes accumulees dans WS-CMD-REL-TABLE, sur le
      *modele de 0278-RAPPEL-LETTRE-DEB, puis remise a zero.
       0396-CMD-RELANCE-LETTRE-DEB.
           MOVE ALL "=" TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           MOVE SPACES TO LIGNE-RELANCE-FOURN
           STRING "BIBLIOTHEQUE MUNICIPALE - RELANCE COMMANDE DU "
                  DELIMITED BY SIZE
                  RAPPORT-DATE-JOUR DELIMITED BY SIZE
             INTO LIGNE-RELANCE-FOURN
           END-STRING
           WRITE LIGNE-RELANCE-FOURN

           MOVE ALL "-" TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           MOVE SPACES TO LIGNE-RELANCE-FOURN
           STRING "A l'attention de: "          DELIMITED BY SIZE
                  WS-CMD-PREC-NOM               DELIMITED BY SIZE
             INTO LIGNE-RELANCE-FOURN
           END-STRING
           WRITE LIGNE-RELANCE-FOURN

           MOVE SPACES TO LIGNE-RELANCE-FOURN
           MOVE WS-CMD-PREC-ADRESSE TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           MOVE SPACES TO LIGNE-RELANCE-FOURN
           STRING "Courriel: "                  DELIMITED BY SIZE
                  WS-CMD-PREC-COURRIEL          DELIMITED BY SIZE
             INTO LIGNE-RELANCE-FOURN
           END-STRING
           WRITE LIGNE-RELANCE-FOURN

           MOVE SPACES TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           MOVE "Sauf erreur de notre part, les titres suivants de"
             TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN
           MOVE "nos commandes ne nous sont pas encore parvenus :"
             TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           MOVE SPACES TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           SET IDX-CMD-REL TO 1
           PERFORM UNTIL IDX-CMD-REL > WS-CMD-REL-MAX
             MOVE SPACES TO LIGNE-RELANCE-FOURN
             STRING "  - "                       DELIMITED BY SIZE
                    WS-CMD-REL-CODE(IDX-CMD-REL) DELIMITED BY SIZE
                    " "                          DELIMITED BY SIZE
                    WS-CMD-REL-TITRE(IDX-CMD-REL) DELIMITED BY SIZE
               INTO LIGNE-RELANCE-FOURN
             END-STRING
             WRITE LIGNE-RELANCE-FOURN

             MOVE SPACES TO LIGNE-RELANCE-FOURN
             STRING "    commande "              DELIMITED BY SIZE
                    WS-CMD-REL-CMD(IDX-CMD-REL)  DELIMITED BY SIZE
                    " du "                       DELIMITED BY SIZE
                    WS-CMD-REL-DATE(IDX-CMD-REL) DELIMITED BY SIZE
                    ", reste a livrer "          DELIMITED BY SIZE
                    WS-CMD-REL-RESTE(IDX-CMD-REL) DELIMITED BY SIZE
                    " (relance "                 DELIMITED BY SIZE
                    WS-CMD-REL-NB(IDX-CMD-REL)   DELIMITED BY SIZE
                    ")"                          DELIMITED BY SIZE
               INTO LIGNE-RELANCE-FOURN
             END-STRING
             WRITE LIGNE-RELANCE-FOURN

             SET IDX-CMD-REL UP BY 1
           END-PERFORM

           MOVE SPACES TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           MOVE "Merci de nous indiquer une date de livraison ou de"
             TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN
           MOVE "nous signaler les titres indisponibles."
             TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           MOVE SPACES TO LIGNE-RELANCE-FOURN
           WRITE LIGNE-RELANCE-FOURN

           ADD 1 TO WS-CMD-NB-LETTRES
           MOVE 0 TO WS-CMD-REL-MAX.

           EXIT.
       0396-CMD-RELANCE-LETTRE-FIN.

      ******************************************************************
      *Annulation des reliquats d'une commande : le reste a livrer
      *d'une ligne (ou de toutes les lignes, numero 0) passe en
      *quantite annulee, ce qui le desengage du budget du fonds ; la
      *commande est close si plus rien n'est attendu.
       0389-CMD-RELIQUAT-DEB.
           DISPLAY "Numero de la commande: "
           ACCEPT WS-SAISIE
           MOVE SPACES TO CMD-ID
           MOVE FUNCTION TRIM(WS-SAISIE) TO CMD-ID

           PERFORM 0388-CMD-ENTETE-DEB
           THRU    0388-CMD-ENTETE-FIN

           IF SQLCODE = 0
             IF CMD-STATUT NOT = "O"
               DISPLAY "Commande close, aucun reliquat a annuler."
             ELSE
               PERFORM 0391-CMD-LIGNES-DEB
               THRU    0391-CMD-LIGNES-FIN

               MOVE "N" TO WS-VALIDE
               PERFORM UNTIL WS-SAISIE-OK
                 DISPLAY " "
                 DISPLAY "Ligne dont le reliquat est annule (0 pour "
                         "toutes les lignes): "
                 ACCEPT WS-SAISIE
                 IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                   MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-CMD-NUM-LIGNE
                   MOVE WS-CMD-NUM-LIGNE TO CMD-NUM-LIGNE
                   MOVE "O" TO WS-VALIDE
                 ELSE
                   DISPLAY "Valeur numerique attendue."
                 END-IF
               END-PERFORM

               DISPLAY "Confirmer l'annulation du reste a livrer ? "
                       "(O/N): "
               ACCEPT WS-REPONSE-2
               MOVE FUNCTION UPPER-CASE(WS-REPONSE-2) TO WS-REPONSE-2

               IF WS-REPONSE-2 NOT = "O"
                 DISPLAY "Annulation abandonnee."
               ELSE
                 IF WS-CMD-NUM-LIGNE = 0
                   EXEC SQL
                     UPDATE commande_ligne
                     SET qte_annulee = quantite - qte_recue
                     WHERE commande_id = :CMD-ID
                       AND quantite > qte_recue + qte_annulee
                   END-EXEC
                 ELSE
                   EXEC SQL
                     UPDATE commande_ligne
                     SET qte_annulee = quantite - qte_recue
                     WHERE commande_id = :CMD-ID
                       AND num_ligne = :CMD-NUM-LIGNE
                       AND quantite > qte_recue + qte_annulee
                   END-EXEC
                 END-IF

                 IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY ">>> Reliquat annule."
                   MOVE "COMMANDE" TO AUDIT-TABLE
                   MOVE CMD-ID TO AUDIT-CLE
                   MOVE "RELIQUAT" TO AUDIT-ANCIENNE
                   MOVE CMD-NUM-LIGNE TO AUDIT-NOUVELLE
                   PERFORM 0281-AUDIT-ENREGISTRE-DEB
                   THRU    0281-AUDIT-ENREGISTRE-FIN

                   PERFORM 0394-CMD-SOLDE-DEB
                   THRU    0394-CMD-SOLDE-FIN
                 ELSE
                   DISPLAY "Aucun reliquat a annuler sur cette ligne."
                 END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.
       0389-CMD-RELIQUAT-FIN.

      ******************************************************************
      *Budget d'acquisition : consultation de l'exercice fonds par
      *fonds (alloue, engage, liquide, disponible) et saisie des
      *enveloppes, reservee aux responsables.
       0390-BUDGET-DEB.
           MOVE 1 TO WS-CHOIX-3
           PERFORM UNTIL WS-CHOIX-3 = 0
             DISPLAY " "
             DISPLAY "1 - Situation budgetaire d'un exercice"
             DISPLAY "2 - Fixer l'enveloppe d'un fonds"
             DISPLAY "0 - Quitter"
             ACCEPT WS-SAISIE
             MOVE WS-SAISIE TO WS-CHOIX-3
             EVALUATE WS-CHOIX-3
               WHEN = 1
                 PERFORM 0397-BUDGET-SITUATION-DEB
                 THRU    0397-BUDGET-SITUATION-FIN
               WHEN = 2
                 MOVE "BUD" TO WS-DROIT-FONCTION
                 PERFORM 0020-DROIT-CONTROLE-DEB
                 THRU    0020-DROIT-CONTROLE-FIN
                 IF WS-DROIT-ACCORDE
                   PERFORM 0398-BUDGET-FIXE-DEB
                   THRU    0398-BUDGET-FIXE-FIN
                 END-IF
               WHEN = 0
                 DISPLAY "Vous sortez du menu budget"
               WHEN OTHER
                 DISPLAY "Mauvaise saisie, veuillez recommencer"
             END-EVALUATE
           END-PERFORM.

           EXIT.
       0390-BUDGET-FIN.

      ******************************************************************
      *Saisie de l'exercice (annee AAAA) dans BUDGET-ANNEE.
       0399-BUDGET-ANNEE-DEB.
           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Exercice (AAAA): "
             ACCEPT BUDGET-ANNEE
             IF BUDGET-ANNEE IS NUMERIC
               MOVE "O" TO WS-VALIDE
             ELSE
               DISPLAY "Annee invalide, 4 chiffres attendus."
             END-IF
           END-PERFORM.

           EXIT.
       0399-BUDGET-ANNEE-FIN.

      ******************************************************************
      *Situation budgetaire de l'exercice : chaque fonds dote d'une
      *enveloppe ou impute par une commande de l'annee, avec son
      *alloue, son engage (reste a livrer), son liquide (livre) et
      *son disponible, puis les totaux.
       0397-BUDGET-SITUATION-DEB.
           PERFORM 0399-BUDGET-ANNEE-DEB
           THRU    0399-BUDGET-ANNEE-FIN

           MOVE 0 TO WS-BUDG-TOT-ALLOUE
           MOVE 0 TO WS-BUDG-TOT-ENGAGE
           MOVE 0 TO WS-BUDG-TOT-LIQUIDE
           MOVE 0 TO WS-BUDG-TOT-DISPO

           EXEC SQL
             DECLARE CBUDGET CURSOR FOR
             SELECT fonds
             FROM (SELECT fonds
                   FROM budget
                   WHERE annee = :BUDGET-ANNEE
                   UNION
                   SELECT l.type
                   FROM commande_ligne l
                   JOIN commande c ON c.commande_id = l.commande_id
                   WHERE SUBSTR(c.date_commande, 1, 4)
                         = :BUDGET-ANNEE) x
             ORDER BY fonds ASC
           END-EXEC

           EXEC SQL OPEN CBUDGET END-EXEC

           MOVE 0 TO WS-NB-AFFICHE
           IF SQLCODE NOT = 0
             DISPLAY "Erreur ouverture du budget. SQLCODE: " SQLCODE
           ELSE
             DISPLAY " "
             DISPLAY "Exercice " BUDGET-ANNEE
                     " - alloue / engage / liquide / disponible (EUR)"
             MOVE "O" TO WS-VALIDE
             PERFORM UNTIL NOT WS-SAISIE-OK
               EXEC SQL
                 FETCH CBUDGET
                 INTO :BUDGET-FONDS
               END-EXEC

               IF SQLCODE NOT = 0
                 MOVE "N" TO WS-VALIDE
               ELSE
                 ADD 1 TO WS-NB-AFFICHE
                 PERFORM 0392-BUDGET-FONDS-CALC-DEB
                 THRU    0392-BUDGET-FONDS-CALC-FIN

                 ADD WS-BUDG-ALLOUE TO WS-BUDG-TOT-ALLOUE
                 ADD WS-BUDG-ENGAGE TO WS-BUDG-TOT-ENGAGE
                 ADD WS-BUDG-LIQUIDE TO WS-BUDG-TOT-LIQUIDE
                 ADD WS-BUDG-DISPO TO WS-BUDG-TOT-DISPO

                 MOVE WS-BUDG-ALLOUE TO WS-BUDG-EDIT
                 MOVE WS-BUDG-ENGAGE TO WS-BUDG-EDIT-2
                 MOVE WS-BUDG-LIQUIDE TO WS-BUDG-EDIT-3
                 MOVE WS-BUDG-DISPO TO WS-BUDG-EDIT-4
                 DISPLAY BUDGET-FONDS WS-BUDG-EDIT WS-BUDG-EDIT-2
                         WS-BUDG-EDIT-3 WS-BUDG-EDIT-4
                 IF WS-BUDG-DISPO < 0
                   DISPLAY "  *** enveloppe depassee"
                 END-IF
               END-IF
             END-PERFORM

             EXEC SQL CLOSE CBUDGET END-EXEC

             IF WS-NB-AFFICHE = 0
               DISPLAY "Aucune enveloppe ni commande sur l'exercice."
             ELSE
               MOVE WS-BUDG-TOT-ALLOUE TO WS-BUDG-EDIT
               MOVE WS-BUDG-TOT-ENGAGE TO WS-BUDG-EDIT-2
               MOVE WS-BUDG-TOT-LIQUIDE TO WS-BUDG-EDIT-3
               MOVE WS-BUDG-TOT-DISPO TO WS-BUDG-EDIT-4
               DISPLAY "TOTAL           " WS-BUDG-EDIT WS-BUDG-EDIT-2
                       WS-BUDG-EDIT-3 WS-BUDG-EDIT-4
             END-IF
           END-IF.

           EXIT.
       0397-BUDGET-SITUATION-FIN.

      ******************************************************************
      *Calcul de la situation du fonds BUDGET-FONDS sur l'exercice
      *BUDGET-ANNEE : alloue (enveloppe), engage (reste a livrer des
      *commandes ouvertes), liquide (quantites recues) et disponible
      *= alloue - engage - liquide. Les reliquats annules ne pesent
      *plus sur l'enveloppe.
       0392-BUDGET-FONDS-CALC-DEB.
           MOVE 0 TO WS-BUDG-ALLOUE
           MOVE 0 TO WS-BUDG-ENGAGE
           MOVE 0 TO WS-BUDG-LIQUIDE

           EXEC SQL
             SELECT COALESCE(SUM(montant_alloue), 0)
             INTO :BUDGET-ALLOUE
             FROM budget
             WHERE annee = :BUDGET-ANNEE
               AND fonds = :BUDGET-FONDS
           END-EXEC
           IF SQLCODE = 0
              AND FUNCTION TEST-NUMVAL(BUDGET-ALLOUE) = 0
             MOVE FUNCTION NUMVAL(BUDGET-ALLOUE) TO WS-BUDG-ALLOUE
           END-IF

           EXEC SQL
             SELECT COALESCE(SUM((l.quantite - l.qte_recue
                                  - l.qte_annulee)
                                 * l.prix_unitaire), 0),
                    COALESCE(SUM(l.qte_recue * l.prix_unitaire), 0)
             INTO :BUDGET-ENGAGE, :BUDGET-LIQUIDE
             FROM commande_ligne l
             JOIN commande c ON c.commande_id = l.commande_id
             WHERE SUBSTR(c.date_commande, 1, 4) = :BUDGET-ANNEE
               AND l.type = :BUDGET-FONDS
           END-EXEC
           IF SQLCODE = 0
             IF FUNCTION TEST-NUMVAL(BUDGET-ENGAGE) = 0
               MOVE FUNCTION NUMVAL(BUDGET-ENGAGE) TO WS-BUDG-ENGAGE
             END-IF
             IF FUNCTION TEST-NUMVAL(BUDGET-LIQUIDE) = 0
               MOVE FUNCTION NUMVAL(BUDGET-LIQUIDE) TO WS-BUDG-LIQUIDE
             END-IF
           END-IF

           COMPUTE WS-BUDG-DISPO =
               WS-BUDG-ALLOUE - WS-BUDG-ENGAGE - WS-BUDG-LIQUIDE.

           EXIT.
       0392-BUDGET-FONDS-CALC-FIN.

      ******************************************************************
      *Saisie ou revision de l'enveloppe annuelle d'un fonds.
       0398-BUDGET-FIXE-DEB.
           PERFORM 0399-BUDGET-ANNEE-DEB
           THRU    0399-BUDGET-ANNEE-FIN

           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Fonds (type de document): "
             ACCEPT BUDGET-FONDS
             IF BUDGET-FONDS = SPACES
               DISPLAY "Fonds obligatoire, recommencez."
             ELSE
               MOVE "O" TO WS-VALIDE
             END-IF
           END-PERFORM

           PERFORM 0392-BUDGET-FONDS-CALC-DEB
           THRU    0392-BUDGET-FONDS-CALC-FIN
           MOVE WS-BUDG-ALLOUE TO WS-BUDG-EDIT
           DISPLAY "Enveloppe actuelle: " WS-BUDG-EDIT " EUR"

           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Nouvelle enveloppe (EUR): "
             ACCEPT WS-SAISIE
             IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
               MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-BUDG-ALLOUE
               MOVE "O" TO WS-VALIDE
             ELSE
               DISPLAY "Valeur numerique attendue."
             END-IF
           END-PERFORM

           MOVE BUDGET-ALLOUE TO AUDIT-ANCIENNE
           MOVE WS-BUDG-ALLOUE TO WS-CMD-PRIX-EDIT
           MOVE WS-CMD-PRIX-EDIT TO BUDGET-ALLOUE

           EXEC SQL
             SELECT COUNT(*)
             INTO :CMD-NB
             FROM budget
             WHERE annee = :BUDGET-ANNEE
               AND fonds = :BUDGET-FONDS
           END-EXEC
           MOVE CMD-NB TO WS-CMD-NB-LIGNES

           IF WS-CMD-NB-LIGNES = 0
             EXEC SQL
               INSERT INTO budget (annee, fonds, montant_alloue)
               VALUES (:BUDGET-ANNEE, :BUDGET-FONDS, :BUDGET-ALLOUE)
             END-EXEC
           ELSE
             EXEC SQL
               UPDATE budget
               SET montant_alloue = :BUDGET-ALLOUE
               WHERE annee = :BUDGET-ANNEE
                 AND fonds = :BUDGET-FONDS
             END-EXEC
           END-IF

           IF SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             DISPLAY ">>> Enveloppe " BUDGET-FONDS " " BUDGET-ANNEE
                     " fixee a " BUDGET-ALLOUE " EUR."
             MOVE "BUDGET" TO AUDIT-TABLE
             MOVE SPACES TO AUDIT-CLE
             STRING BUDGET-ANNEE " " BUDGET-FONDS
               DELIMITED BY SIZE INTO AUDIT-CLE
             END-STRING
             MOVE BUDGET-ALLOUE TO AUDIT-NOUVELLE
             PERFORM 0281-AUDIT-ENREGISTRE-DEB
             THRU    0281-AUDIT-ENREGISTRE-FIN
           ELSE
             DISPLAY "Erreur enregistrement enveloppe. SQLCODE: "
                                                        SQLCODE
           END-IF.

           EXIT.
       0398-BUDGET-FIXE-FIN.

      ******************************************************************
      *Chargement de la regle de pret applicable a l'adherent
      *ADHERENT-ID pour un document du type LIVRE-TYPE : valeurs par
      *defaut, puis regle generale de la categorie (type "*"), puis
      *regle propre au type. Renseigne WS-REGLE-DUREE, WS-REGLE-MAX,
      *WS-REGLE-MAX-TOTAL, WS-REGLE-TARIF, WS-REGLE-PROLONG,
      *WS-REGLE-INTERDIT et WS-REGLE-LIBELLE. Un adherent inscrit
      *avant les categories est traite en adulte.
       0400-REGLE-CHARGE-DEB.
           EXEC SQL
             SELECT COALESCE(categorie, 'A')
             INTO :ADHERENT-CATEGORIE
             FROM adherent
             WHERE adherent_id = :ADHERENT-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR ADHERENT-CATEGORIE = SPACES
             MOVE "A" TO ADHERENT-CATEGORIE
           END-IF
           MOVE ADHERENT-CATEGORIE TO WS-REGLE-CATEGORIE
           PERFORM 0404-CATEGORIE-LIBELLE-DEB
           THRU    0404-CATEGORIE-LIBELLE-FIN

           MOVE WS-ADH-DUREE-PRET TO WS-REGLE-DUREE
           MOVE WS-ADH-MAX-EMPRUNTS TO WS-REGLE-MAX
           MOVE WS-AMENDE-TARIF TO WS-REGLE-TARIF
           IF WS-CATEGORIE-ENFANT
             MOVE 0 TO WS-REGLE-TARIF
           END-IF
           MOVE WS-PROLONG-MAX TO WS-REGLE-PROLONG
           MOVE "N" TO WS-REGLE-INTERDIT
           MOVE "G" TO WS-REGLE-PORTEE

           MOVE ADHERENT-CATEGORIE TO REGLE-CATEGORIE
           MOVE "*" TO REGLE-TYPE
           PERFORM 0405-REGLE-LIT-DEB
           THRU    0405-REGLE-LIT-FIN
           MOVE WS-REGLE-MAX TO WS-REGLE-MAX-TOTAL

           MOVE LIVRE-TYPE TO REGLE-TYPE
           PERFORM 0405-REGLE-LIT-DEB
           THRU    0405-REGLE-LIT-FIN
           IF SQLCODE = 0
             MOVE "T" TO WS-REGLE-PORTEE
           END-IF

      *Un numero de periodique se prete WS-PER-DUREE-PRET jours au
      *plus, sauf regle propre au type periodique.
           IF LIVRE-TYPE = WS-PER-TYPE
              AND WS-REGLE-PORTEE NOT = "T"
              AND WS-REGLE-DUREE > WS-PER-DUREE-PRET
             MOVE WS-PER-DUREE-PRET TO WS-REGLE-DUREE
           END-IF.

           EXIT.
       0400-REGLE-CHARGE-FIN.

      ******************************************************************
      *Lecture de la regle REGLE-CATEGORIE / REGLE-TYPE ; si elle
      *existe, ses valeurs remplacent celles deja chargees. SQLCODE
      *non nul si la regle n'existe pas.
       0405-REGLE-LIT-DEB.
           EXEC SQL
             SELECT COALESCE(duree_pret, 0),
                    COALESCE(max_emprunts, 0),
                    COALESCE(tarif_amende, 0),
                    COALESCE(nb_prolongations, 0),
                    COALESCE(interdit, 'N')
             INTO :REGLE-DUREE, :REGLE-MAX, :REGLE-TARIF,
                  :REGLE-PROLONG, :REGLE-INTERDIT
             FROM regle_pret
             WHERE categorie = :REGLE-CATEGORIE
               AND type = :REGLE-TYPE
           END-EXEC

           IF SQLCODE = 0
             IF FUNCTION TEST-NUMVAL(REGLE-DUREE) = 0
               MOVE FUNCTION NUMVAL(REGLE-DUREE) TO WS-REGLE-DUREE
             END-IF
             IF FUNCTION TEST-NUMVAL(REGLE-MAX) = 0
               MOVE FUNCTION NUMVAL(REGLE-MAX) TO WS-REGLE-MAX
             END-IF
             IF FUNCTION TEST-NUMVAL(REGLE-TARIF) = 0
               MOVE FUNCTION NUMVAL(REGLE-TARIF) TO WS-REGLE-TARIF
             END-IF
             IF FUNCTION TEST-NUMVAL(REGLE-PROLONG) = 0
               MOVE FUNCTION NUMVAL(REGLE-PROLONG) TO WS-REGLE-PROLONG
             END-IF
             MOVE REGLE-INTERDIT TO WS-REGLE-INTERDIT
           END-IF.

           EXIT.
       0405-REGLE-LIT-FIN.

      ******************************************************************
      *Controle de la regle chargee par 0400-REGLE-CHARGE-DEB avant un
      *emprunt : type de document interdit a la categorie, plafond de
      *tous les emprunts en cours de l'adherent, puis plafond des
      *emprunts en cours du type quand la categorie a une regle
      *propre a ce type. WS-VALIDE vaut "O" si le pret est permis.
       0401-REGLE-PLAFOND-DEB.
           MOVE "N" TO WS-VALIDE

           IF WS-REGLE-INTERDIT-OUI
             DISPLAY "Pret refuse: type " LIVRE-TYPE
                     " interdit a la categorie " WS-REGLE-LIBELLE
           ELSE
             EXEC SQL
               SELECT COUNT(*)
               INTO :ADHERENT-NB-COURS
               FROM emprunt
               WHERE adherent_id = :ADHERENT-ID
                 AND retour IS NULL
             END-EXEC

             IF SQLCODE NOT = 0
               DISPLAY "Erreur comptage emprunts. SQLCODE: " SQLCODE
             ELSE
               MOVE ADHERENT-NB-COURS TO WS-ADH-NB-COURS
               IF WS-ADH-NB-COURS NOT < WS-REGLE-MAX-TOTAL
                 DISPLAY "Maximum de " WS-REGLE-MAX-TOTAL
                         " emprunts simultanes atteint pour "
                         ADHERENT-NOM " " ADHERENT-PRENOM "."
               ELSE
                 MOVE "O" TO WS-VALIDE
               END-IF
             END-IF

             IF WS-VALIDE = "O" AND WS-REGLE-PAR-TYPE
               EXEC SQL
                 SELECT COUNT(*)
                 INTO :ADHERENT-NB-COURS
                 FROM emprunt e
                 JOIN livre l ON l.livre_id = e.livre_id
                 WHERE e.adherent_id = :ADHERENT-ID
                   AND e.retour IS NULL
                   AND l.type = :LIVRE-TYPE
               END-EXEC

               IF SQLCODE NOT = 0
                 DISPLAY "Erreur comptage emprunts. SQLCODE: " SQLCODE
                 MOVE "N" TO WS-VALIDE
               ELSE
                 MOVE ADHERENT-NB-COURS TO WS-ADH-NB-COURS
                 IF WS-ADH-NB-COURS NOT < WS-REGLE-MAX
                   DISPLAY "Maximum de " WS-REGLE-MAX " emprunts "
                           "simultanes de type " LIVRE-TYPE
                           " atteint pour la categorie "
                           WS-REGLE-LIBELLE
                   MOVE "N" TO WS-VALIDE
                 END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.
       0401-REGLE-PLAFOND-FIN.

      ******************************************************************
      *Libelle de la categorie WS-REGLE-CATEGORIE.
       0404-CATEGORIE-LIBELLE-DEB.
           EVALUATE WS-REGLE-CATEGORIE
             WHEN "A"
               MOVE "adulte" TO WS-REGLE-LIBELLE
             WHEN "E"
               MOVE "enfant" TO WS-REGLE-LIBELLE
             WHEN "T"
               MOVE "etudiant" TO WS-REGLE-LIBELLE
             WHEN "C"
               MOVE "collectivite/ecole" TO WS-REGLE-LIBELLE
             WHEN "P"
               MOVE "personnel" TO WS-REGLE-LIBELLE
             WHEN OTHER
               MOVE "inconnue" TO WS-REGLE-LIBELLE
           END-EVALUATE.

           EXIT.
       0404-CATEGORIE-LIBELLE-FIN.

      ******************************************************************
      *Saisie controlee d'une categorie d'adherent dans
      *ADHERENT-CATEGORIE (vide : adulte).
       0403-CATEGORIE-SAISIE-DEB.
           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Categorie (A adulte, E enfant, T etudiant, "
                     "C collectivite/ecole, P personnel): "
             ACCEPT WS-SAISIE
             MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:1))
               TO WS-REGLE-CATEGORIE
             IF WS-REGLE-CATEGORIE = SPACE
               MOVE "A" TO WS-REGLE-CATEGORIE
             END-IF
             IF WS-CATEGORIE-VALIDE
               MOVE WS-REGLE-CATEGORIE TO ADHERENT-CATEGORIE
               MOVE "O" TO WS-VALIDE
             ELSE
               DISPLAY "Categorie non reconnue, recommencez."
             END-IF
           END-PERFORM

           PERFORM 0404-CATEGORIE-LIBELLE-DEB
           THRU    0404-CATEGORIE-LIBELLE-FIN.

           EXIT.
       0403-CATEGORIE-SAISIE-FIN.

      ******************************************************************
      *Table des regles de pret par categorie d'adherent et type de
      *document (type "*" : regle generale de la categorie) : duree
      *de pret en jours, plafond d'emprunts simultanes, tarif
      *d'amende par jour de retard, nombre de prolongations permises
      *et interdiction du type a la categorie. La consultation est
      *libre, la mise a jour reservee aux responsables (droit REG).
       0402-REGLE-GERER-DEB.
           MOVE 1 TO WS-CHOIX-3
           PERFORM UNTIL WS-CHOIX-3 = 0
             DISPLAY " "
             DISPLAY "1 - Lister les regles de pret"
             DISPLAY "2 - Definir une regle de pret"
             DISPLAY "3 - Supprimer une regle de pret"
             DISPLAY "0 - Quitter"
             ACCEPT WS-SAISIE
             MOVE WS-SAISIE TO WS-CHOIX-3
             EVALUATE WS-CHOIX-3
               WHEN = 1
                 PERFORM 0406-REGLE-LISTE-DEB
                 THRU    0406-REGLE-LISTE-FIN
               WHEN = 2
                 MOVE "REG" TO WS-DROIT-FONCTION
                 PERFORM 0020-DROIT-CONTROLE-DEB
                 THRU    0020-DROIT-CONTROLE-FIN
                 IF WS-DROIT-ACCORDE
                   PERFORM 0407-REGLE-DEFINIT-DEB
                   THRU    0407-REGLE-DEFINIT-FIN
                 END-IF
               WHEN = 3
                 MOVE "REG" TO WS-DROIT-FONCTION
                 PERFORM 0020-DROIT-CONTROLE-DEB
                 THRU    0020-DROIT-CONTROLE-FIN
                 IF WS-DROIT-ACCORDE
                   PERFORM 0403-CATEGORIE-SAISIE-DEB
                   THRU    0403-CATEGORIE-SAISIE-FIN
                   DISPLAY "Type de document (* pour la regle "
                           "generale): "
                   ACCEPT REGLE-TYPE
                   MOVE ADHERENT-CATEGORIE TO REGLE-CATEGORIE

                   EXEC SQL
                     DELETE FROM regle_pret
                     WHERE categorie = :REGLE-CATEGORIE
                       AND type = :REGLE-TYPE
                   END-EXEC

                   IF SQLCODE = 0
                     EXEC SQL COMMIT END-EXEC
                     DISPLAY ">>> Regle supprimee."
                     MOVE "REGLE_PRET" TO AUDIT-TABLE
                     MOVE SPACES TO AUDIT-CLE
                     STRING REGLE-CATEGORIE " " REGLE-TYPE
                       DELIMITED BY SIZE INTO AUDIT-CLE
                     END-STRING
                     MOVE "SUPPRIMEE" TO AUDIT-ANCIENNE
                     MOVE SPACES TO AUDIT-NOUVELLE
                     PERFORM 0281-AUDIT-ENREGISTRE-DEB
                     THRU    0281-AUDIT-ENREGISTRE-FIN
                   ELSE
                     DISPLAY "Regle introuvable."
                   END-IF
                 END-IF
               WHEN = 0
                 DISPLAY "Vous sortez des regles de pret"
               WHEN OTHER
                 DISPLAY "Mauvaise saisie, veuillez recommencer"
             END-EVALUATE
           END-PERFORM.

           EXIT.
       0402-REGLE-GERER-FIN.

      ******************************************************************
      *Liste des regles de pret par categorie puis type, pagination
      *ROW_NUMBER() comme les autres listes.
       0406-REGLE-LISTE-DEB.
           MOVE 0 TO WS-NB-AFFICHE
           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT categorie, type, COALESCE(duree_pret, 0),
                      COALESCE(max_emprunts, 0),
                      COALESCE(tarif_amende, 0),
                      COALESCE(nb_prolongations, 0),
                      COALESCE(interdit, 'N')
               INTO :REGLE-CATEGORIE, :REGLE-TYPE, :REGLE-DUREE,
                    :REGLE-MAX, :REGLE-TARIF, :REGLE-PROLONG,
                    :REGLE-INTERDIT
               FROM (SELECT categorie, type, duree_pret, max_emprunts,
                            tarif_amende, nb_prolongations, interdit,
                            ROW_NUMBER() OVER
                              (ORDER BY categorie ASC, type ASC) AS rn
                     FROM regle_pret) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               ADD 1 TO WS-NB-AFFICHE
               MOVE REGLE-CATEGORIE TO WS-REGLE-CATEGORIE
               PERFORM 0404-CATEGORIE-LIBELLE-DEB
               THRU    0404-CATEGORIE-LIBELLE-FIN
               DISPLAY " "
               DISPLAY "Categorie:      " WS-REGLE-LIBELLE
               DISPLAY "Type:           " REGLE-TYPE
               IF REGLE-INTERDIT = "O"
                 DISPLAY "                type interdit"
               ELSE
                 DISPLAY "Duree de pret:  " REGLE-DUREE " jours"
                 DISPLAY "Maximum:        " REGLE-MAX " emprunts"
                 DISPLAY "Amende/jour:    " REGLE-TARIF " EUR"
                 DISPLAY "Prolongations:  " REGLE-PROLONG
               END-IF

               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-NB-AFFICHE = 0
             DISPLAY "Aucune regle definie : valeurs par defaut "
                     WS-ADH-DUREE-PRET " jours, "
                     WS-ADH-MAX-EMPRUNTS " emprunts, "
                     WS-PROLONG-MAX " prolongations."
           END-IF.

           EXIT.
       0406-REGLE-LISTE-FIN.

      ******************************************************************
      *Creation ou mise a jour de la regle d'une categorie pour un
      *type de document (ou pour tous, type "*").
       0407-REGLE-DEFINIT-DEB.
           PERFORM 0403-CATEGORIE-SAISIE-DEB
           THRU    0403-CATEGORIE-SAISIE-FIN
           MOVE ADHERENT-CATEGORIE TO REGLE-CATEGORIE

           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Type de document (* pour la regle generale de "
                     "la categorie): "
             ACCEPT REGLE-TYPE
             IF REGLE-TYPE = SPACES
               DISPLAY "Type obligatoire, recommencez."
             ELSE
               MOVE "O" TO WS-VALIDE
             END-IF
           END-PERFORM

           DISPLAY "Type interdit a cette categorie ? (O/N): "
           ACCEPT WS-REPONSE-2
           MOVE FUNCTION UPPER-CASE(WS-REPONSE-2) TO WS-REPONSE-2

           MOVE 0 TO WS-REGLE-DUREE
           MOVE 0 TO WS-REGLE-MAX
           MOVE 0 TO WS-REGLE-TARIF
           MOVE 0 TO WS-REGLE-PROLONG
           IF WS-REPONSE-2 = "O"
             MOVE "O" TO REGLE-INTERDIT
           ELSE
             MOVE "N" TO REGLE-INTERDIT

             MOVE "N" TO WS-VALIDE
             PERFORM UNTIL WS-SAISIE-OK
               DISPLAY "Duree de pret en jours: "
               ACCEPT WS-SAISIE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                 MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-REGLE-DUREE
                 IF WS-REGLE-DUREE > 0
                   MOVE "O" TO WS-VALIDE
                 ELSE
                   DISPLAY "Duree nulle, recommencez."
                 END-IF
               ELSE
                 DISPLAY "Valeur numerique attendue."
               END-IF
             END-PERFORM

             MOVE "N" TO WS-VALIDE
             PERFORM UNTIL WS-SAISIE-OK
               DISPLAY "Nombre maximum d'emprunts simultanes: "
               ACCEPT WS-SAISIE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                 MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-REGLE-MAX
                 MOVE "O" TO WS-VALIDE
               ELSE
                 DISPLAY "Valeur numerique attendue."
               END-IF
             END-PERFORM

             MOVE "N" TO WS-VALIDE
             PERFORM UNTIL WS-SAISIE-OK
               DISPLAY "Amende par jour de retard en EUR (0 pour "
                       "exonerer): "
               ACCEPT WS-SAISIE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                 MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-REGLE-TARIF
                 MOVE "O" TO WS-VALIDE
               ELSE
                 DISPLAY "Valeur numerique attendue."
               END-IF
             END-PERFORM

             MOVE "N" TO WS-VALIDE
             PERFORM UNTIL WS-SAISIE-OK
               DISPLAY "Nombre de prolongations permises: "
               ACCEPT WS-SAISIE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                 MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-REGLE-PROLONG
                 MOVE "O" TO WS-VALIDE
               ELSE
                 DISPLAY "Valeur numerique attendue."
               END-IF
             END-PERFORM
           END-IF

           MOVE WS-REGLE-DUREE TO REGLE-DUREE
           MOVE WS-REGLE-MAX TO REGLE-MAX
           MOVE WS-REGLE-TARIF TO WS-REGLE-TARIF-EDIT
           MOVE WS-REGLE-TARIF-EDIT TO REGLE-TARIF
           MOVE WS-REGLE-PROLONG TO REGLE-PROLONG

           EXEC SQL
             SELECT COUNT(*)
             INTO :ADHERENT-NB-COURS
             FROM regle_pret
             WHERE categorie = :REGLE-CATEGORIE
               AND type = :REGLE-TYPE
           END-EXEC
           MOVE ADHERENT-NB-COURS TO WS-ADH-NB-COURS

           IF WS-ADH-NB-COURS = 0
             MOVE SPACES TO AUDIT-ANCIENNE
             EXEC SQL
               INSERT INTO regle_pret
               (categorie, type, duree_pret, max_emprunts,
               tarif_amende, nb_prolongations, interdit)
               VALUES (:REGLE-CATEGORIE, :REGLE-TYPE, :REGLE-DUREE,
                       :REGLE-MAX, :REGLE-TARIF, :REGLE-PROLONG,
                       :REGLE-INTERDIT)
             END-EXEC
           ELSE
             MOVE "MODIFIEE" TO AUDIT-ANCIENNE
             EXEC SQL
               UPDATE regle_pret
               SET duree_pret = :REGLE-DUREE,
                   max_emprunts = :REGLE-MAX,
                   tarif_amende = :REGLE-TARIF,
                   nb_prolongations = :REGLE-PROLONG,
                   interdit = :REGLE-INTERDIT
               WHERE categorie = :REGLE-CATEGORIE
                 AND type = :REGLE-TYPE
             END-EXEC
           END-IF

           IF SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             DISPLAY ">>> Regle enregistree pour la categorie "
                     WS-REGLE-LIBELLE ", type " REGLE-TYPE
             MOVE "REGLE_PRET" TO AUDIT-TABLE
             MOVE SPACES TO AUDIT-CLE
             STRING REGLE-CATEGORIE " " REGLE-TYPE
               DELIMITED BY SIZE INTO AUDIT-CLE
             END-STRING
             MOVE SPACES TO AUDIT-NOUVELLE
             STRING REGLE-DUREE "j max " REGLE-MAX " " REGLE-TARIF
                    "EUR prol " REGLE-PROLONG " int " REGLE-INTERDIT
               DELIMITED BY SIZE INTO AUDIT-NOUVELLE
             END-STRING
             PERFORM 0281-AUDIT-ENREGISTRE-DEB
             THRU    0281-AUDIT-ENREGISTRE-FIN
           ELSE
             DISPLAY "Erreur enregistrement regle. SQLCODE: " SQLCODE
           END-IF.

           EXIT.
       0407-REGLE-DEFINIT-FIN.

      ******************************************************************
      *Etape batch RETOURS-BOITE : traitement des documents deposes
      *dans la boite de retour pendant la fermeture. Chaque ligne de
      *retours-boite.dat porte le code-barre de l'exemplaire et la
      *date de depot (AAAA-MM-JJ). L'emprunt est clos au dernier jour
      *d'ouverture precedant ou egal au depot : un document glisse
      *dans la boite un dimanche ou pendant la fermeture annuelle ne
      *coute donc aucun jour d'amende. Les reservations en attente
      *sont servies comme au guichet (0261-RETOUR-RESERVE-DEB) et les
      *codes inconnus ou non pretes sont listes dans
      *retours-boite-rapport.txt pour controle par l'equipe.
       0410-BOITE-RETOUR-DEB.
           MOVE "O" TO WS-BOITE-MODE
           MOVE 0 TO WS-BOITE-NB-LUS
           MOVE 0 TO WS-BOITE-NB-CLOS
           MOVE 0 TO WS-BOITE-NB-INCONNUS
           MOVE 0 TO WS-BOITE-NB-HORS-PRET
           MOVE 0 TO WS-BOITE-NB-RESA
           MOVE 0 TO WS-BOITE-NB-ERREURS
           MOVE "O" TO WS-BOITE-ECHEC
           MOVE SITE-GUICHET TO WS-SITE-SAUVE

           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-NUM TO WS-DATE-JOUR-NUM
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO RAPPORT-DATE-JOUR

           OPEN INPUT F-BOITE

           IF NOT F-BOITE-OK
             DISPLAY "Impossible d'ouvrir retours-boite.dat, statut: "
                                                       F-BOITE-STATUS
           ELSE
             OPEN OUTPUT F-BOITE-RAPPORT

             IF NOT F-BOITE-RAPPORT-OK
               DISPLAY "Impossible d'ouvrir "
                       "retours-boite-rapport.txt, statut: "
                       F-BOITE-RAPPORT-STATUS
             ELSE
               MOVE SPACES TO LIGNE-BOITE-RAPPORT
               STRING "RETOURS DE LA BOITE - TRAITEMENT DU "
                      DELIMITED BY SIZE
                      RAPPORT-DATE-JOUR DELIMITED BY SIZE
                 INTO LIGNE-BOITE-RAPPORT
               END-STRING
               WRITE LIGNE-BOITE-RAPPORT
               MOVE ALL "-" TO LIGNE-BOITE-RAPPORT
               WRITE LIGNE-BOITE-RAPPORT

               READ F-BOITE
               PERFORM UNTIL NOT F-BOITE-OK
                 IF RB-CODE-B NOT = SPACES
                   ADD 1 TO WS-BOITE-NB-LUS
                   PERFORM 0411-BOITE-UN-DEB
                   THRU    0411-BOITE-UN-FIN
                 END-IF
                 READ F-BOITE
               END-PERFORM

               IF F-BOITE-EOF
                 MOVE "N" TO WS-BOITE-ECHEC
               ELSE
                 DISPLAY "Erreur de lecture retours-boite.dat, "
                         "statut: " F-BOITE-STATUS
               END-IF

               MOVE ALL "-" TO LIGNE-BOITE-RAPPORT
               WRITE LIGNE-BOITE-RAPPORT
               MOVE SPACES TO LIGNE-BOITE-RAPPORT
               STRING "Lus: "           DELIMITED BY SIZE
                      WS-BOITE-NB-LUS   DELIMITED BY SIZE
                      "  Clos: "        DELIMITED BY SIZE
                      WS-BOITE-NB-CLOS  DELIMITED BY SIZE
                      "  Mis de cote: " DELIMITED BY SIZE
                      WS-BOITE-NB-RESA  DELIMITED BY SIZE
                 INTO LIGNE-BOITE-RAPPORT
               END-STRING
               WRITE LIGNE-BOITE-RAPPORT
               MOVE SPACES TO LIGNE-BOITE-RAPPORT
               STRING "Inconnus: "          DELIMITED BY SIZE
                      WS-BOITE-NB-INCONNUS  DELIMITED BY SIZE
                      "  Hors pret: "       DELIMITED BY SIZE
                      WS-BOITE-NB-HORS-PRET DELIMITED BY SIZE
                      "  Erreurs: "         DELIMITED BY SIZE
                      WS-BOITE-NB-ERREURS   DELIMITED BY SIZE
                 INTO LIGNE-BOITE-RAPPORT
               END-STRING
               WRITE LIGNE-BOITE-RAPPORT

               CLOSE F-BOITE-RAPPORT
             END-IF

             CLOSE F-BOITE

             DISPLAY "Retours de la boite lus    : " WS-BOITE-NB-LUS
             DISPLAY "Emprunts clos              : " WS-BOITE-NB-CLOS
             DISPLAY "Exemplaires mis de cote    : " WS-BOITE-NB-RESA
             DISPLAY "Codes-barres inconnus      : "
                                                  WS-BOITE-NB-INCONNUS
             DISPLAY "Exemplaires non en pret    : "
                                                 WS-BOITE-NB-HORS-PRET
             DISPLAY "Erreurs de mise a jour     : "
                                                   WS-BOITE-NB-ERREURS
           END-IF

           MOVE WS-SITE-SAUVE TO SITE-GUICHET
           MOVE "N" TO WS-BOITE-MODE.

           EXIT.
       0410-BOITE-RETOUR-FIN.

      ******************************************************************
      *Traitement d'une ligne de la boite de retour (REC-BOITE) :
      *exemplaire, emprunt en cours, date de retour ramenee au dernier
      *jour d'ouverture, cloture, amende laissee ouverte au compte de
      *l'adherent, puis file de reservations et compteurs du livre.
      *L'amende est calculee avant 0261-RETOUR-RESERVE-DEB, qui
      *remplace l'adherent courant par celui en tete de file. La boite
      *d'une annexe porte son code site en fin de ligne (bibliotheque
      *centrale a defaut) : le retour est enregistre sur ce site.
       0411-BOITE-UN-DEB.
           MOVE WS-SITE-DEFAUT TO SITE-CODE
           IF RB-SITE NOT = SPACES
             MOVE RB-SITE TO SITE-CODE
           END-IF
           PERFORM 0466-SITE-CONTROLE-DEB
           THRU    0466-SITE-CONTROLE-FIN
           MOVE SITE-CODE TO SITE-GUICHET

           MOVE RB-CODE-B TO WS-SAISIE
           PERFORM 0414-CODE-BARRE-LIT-DEB
           THRU    0414-CODE-BARRE-LIT-FIN

           IF NOT WS-SITE-VALIDE
             ADD 1 TO WS-BOITE-NB-INCONNUS
             MOVE "SITE DE DEPOT INCONNU" TO WS-BOITE-MOTIF
             PERFORM 0413-BOITE-ANOMALIE-DEB
             THRU    0413-BOITE-ANOMALIE-FIN
           ELSE
           IF NOT WS-CODE-B-OUI
             ADD 1 TO WS-BOITE-NB-INCONNUS
             MOVE "CODE-BARRE INCONNU" TO WS-BOITE-MOTIF
             PERFORM 0413-BOITE-ANOMALIE-DEB
             THRU    0413-BOITE-ANOMALIE-FIN
           ELSE
             PERFORM 0417-EMPRUNT-EXEMPLAIRE-DEB
             THRU    0417-EMPRUNT-EXEMPLAIRE-FIN

             IF SQLCODE NOT = 0
               ADD 1 TO WS-BOITE-NB-HORS-PRET
               MOVE "EXEMPLAIRE NON EN PRET" TO WS-BOITE-MOTIF
               PERFORM 0413-BOITE-ANOMALIE-DEB
               THRU    0413-BOITE-ANOMALIE-FIN
             ELSE
               PERFORM 0418-BOITE-CLOTURE-DEB
               THRU    0418-BOITE-CLOTURE-FIN
             END-IF
           END-IF
           END-IF.

           EXIT.
       0411-BOITE-UN-FIN.

      ******************************************************************
      *Cloture d'un emprunt retrouve par 0411-BOITE-UN-DEB : la date de
      *retour est la date de depot ramenee au dernier jour d'ouverture.
      *Les deux mises a jour (emprunt et exemplaire) sont validees
      *ensemble ou annulees ensemble, y compris quand un guichet a
      *enregistre le retour entre-temps.
       0418-BOITE-CLOTURE-DEB.
      *Date de depot absente, invalide ou posterieure au traitement :
      *on retient la date du jour. Un depot anterieur a l'emprunt
      *(ligne erronee) est ramene a la date d'emprunt.
           MOVE RB-DATE-DEPOT TO WS-DATE-PARSE-VAL
           IF WS-DATE-PARSE-AAAA IS NUMERIC
              AND WS-DATE-PARSE-MM IS NUMERIC
              AND WS-DATE-PARSE-JJ IS NUMERIC
              AND WS-DATE-PARSE-VAL(5:1) = "-"
              AND WS-DATE-PARSE-VAL(8:1) = "-"
              AND RB-DATE-DEPOT NOT > RAPPORT-DATE-JOUR
             CONTINUE
           ELSE
             MOVE RAPPORT-DATE-JOUR TO WS-DATE-PARSE-VAL
           END-IF

           PERFORM 0412-JOUR-OUVRE-PRECEDENT-DEB
           THRU    0412-JOUR-OUVRE-PRECEDENT-FIN

           MOVE WS-DATE-PARSE-VAL TO EMPRUNT-RETOUR
           IF EMPRUNT-RETOUR < EMPRUNT-DATE
             MOVE EMPRUNT-DATE TO EMPRUNT-RETOUR
           END-IF

      *Un emprunt clos entre-temps au guichet, ou un exemplaire qui
      *n'est plus en pret, est un conflit avec un poste : rien n'est
      *ecrit et le conflit est trace comme au guichet.
           MOVE "RETOUR" TO WS-CONC-OPERATION
           MOVE LIVRE-CODE TO WS-CONC-CLE

           EXEC SQL
               UPDATE emprunt
               SET retour = :EMPRUNT-RETOUR,
                   site_retour = :SITE-GUICHET
               WHERE emprunt_id = :EMPRUNT-ID
                 AND retour IS NULL
           END-EXEC

           PERFORM 0520-CONC-CONTROLE-DEB
           THRU    0520-CONC-CONTROLE-FIN

           IF WS-CONC-OK
             MOVE "D" TO EXEMPLAIRE-STATUT
             EXEC SQL
               UPDATE exemplaire
               SET statut = :EXEMPLAIRE-STATUT
               WHERE exemplaire_id = :EXEMPLAIRE-ID
                 AND statut = 'P'
             END-EXEC

             PERFORM 0520-CONC-CONTROLE-DEB
             THRU    0520-CONC-CONTROLE-FIN
           END-IF

           IF NOT WS-CONC-OK
             IF WS-CONC-CONFLIT
               MOVE "CONFLIT AVEC UN GUICHET" TO WS-BOITE-MOTIF
             ELSE
               MOVE "ERREUR CLOTURE EMPRUNT" TO WS-BOITE-MOTIF
             END-IF
             PERFORM 0521-CONC-REFUS-DEB
             THRU    0521-CONC-REFUS-FIN
             ADD 1 TO WS-BOITE-NB-ERREURS
             PERFORM 0413-BOITE-ANOMALIE-DEB
             THRU    0413-BOITE-ANOMALIE-FIN
           ELSE
             EXEC SQL COMMIT END-EXEC
             ADD 1 TO WS-BOITE-NB-CLOS

             MOVE "EMPRUNT" TO AUDIT-TABLE
             MOVE LIVRE-CODE TO AUDIT-CLE
             MOVE SPACES TO AUDIT-ANCIENNE
             MOVE EMPRUNT-RETOUR TO AUDIT-NOUVELLE
             PERFORM 0281-AUDIT-ENREGISTRE-DEB
             THRU    0281-AUDIT-ENREGISTRE-FIN

             MOVE SPACES TO LIGNE-BOITE-RAPPORT
             STRING "CLOS     "          DELIMITED BY SIZE
                    RB-CODE-B            DELIMITED BY SIZE
                    " carte "            DELIMITED BY SIZE
                    ADHERENT-CARTE       DELIMITED BY SIZE
                    " retour "           DELIMITED BY SIZE
                    EMPRUNT-RETOUR       DELIMITED BY SIZE
                    " prevu "            DELIMITED BY SIZE
                    EMPRUNT-DATE-PREVUE  DELIMITED BY SIZE
               INTO LIGNE-BOITE-RAPPORT
             END-STRING
             WRITE LIGNE-BOITE-RAPPORT

      *Les emprunts anterieurs au fichier des adherents, sans fiche
      *retrouvee, ne peuvent pas porter d'amende : signale au rapport.
             IF ADHERENT-ID = "0"
               IF EMPRUNT-RETOUR > EMPRUNT-DATE-PREVUE
                  AND EMPRUNT-DATE-PREVUE NOT = SPACES
                 MOVE "RETARD SANS FICHE ADHERENT" TO WS-BOITE-MOTIF
                 PERFORM 0413-BOITE-ANOMALIE-DEB
                 THRU    0413-BOITE-ANOMALIE-FIN
               END-IF
             ELSE
               PERFORM 0262-AMENDE-CREE-DEB
               THRU    0262-AMENDE-CREE-FIN
             END-IF

             PERFORM 0261-RETOUR-RESERVE-DEB
             THRU    0261-RETOUR-RESERVE-FIN

             MOVE "D" TO WS-REMPL-ETAT
             PERFORM 0461-EXEMPLAIRE-LOCALISE-DEB
             THRU    0461-EXEMPLAIRE-LOCALISE-FIN

             IF WS-NAV-ENVOI-OUI
               MOVE SPACES TO LIGNE-BOITE-RAPPORT
               STRING "         "      DELIMITED BY SIZE
                      RB-CODE-B        DELIMITED BY SIZE
                      " A METTRE DANS LA NAVETTE POUR "
                                       DELIMITED BY SIZE
                      SITE-DEST        DELIMITED BY SIZE
                 INTO LIGNE-BOITE-RAPPORT
               END-STRING
               WRITE LIGNE-BOITE-RAPPORT
             ELSE
               IF WS-RESA-OUI
                 ADD 1 TO WS-BOITE-NB-RESA
                 MOVE SPACES TO LIGNE-BOITE-RAPPORT
                 STRING "         "      DELIMITED BY SIZE
                        RB-CODE-B        DELIMITED BY SIZE
                        " A METTRE DE COTE POUR LA CARTE "
                                         DELIMITED BY SIZE
                        ADHERENT-CARTE   DELIMITED BY SIZE
                   INTO LIGNE-BOITE-RAPPORT
                 END-STRING
                 WRITE LIGNE-BOITE-RAPPORT
               END-IF
             END-IF

             PERFORM 0253-SYNC-EXEMPLAIRES-DEB
             THRU    0253-SYNC-EXEMPLAIRES-FIN
           END-IF.

           EXIT.
       0418-BOITE-CLOTURE-FIN.

      ******************************************************************
      *Recul de la date WS-DATE-PARSE-VAL au dernier jour d'ouverture
      *precedent si elle tombe un jour ferme : symetrique de
      *0343-JOUR-OUVRE-SUIVANT-DEB, meme garde-fou a 366 jours.
       0412-JOUR-OUVRE-PRECEDENT-DEB.
           MOVE 0 TO WS-FERM-GARDE
           PERFORM 0342-FERMETURE-TEST-DEB
           THRU    0342-FERMETURE-TEST-FIN

           PERFORM UNTIL NOT WS-FERM-FERME-OUI
                      OR WS-FERM-GARDE > 366
             ADD 1 TO WS-FERM-GARDE
             COMPUTE WS-FERM-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DATE-PARSE-NUM) - 1)
             MOVE WS-FERM-AAAA TO WS-DATE-PARSE-AAAA
             MOVE WS-FERM-MM   TO WS-DATE-PARSE-MM
             MOVE WS-FERM-JJ   TO WS-DATE-PARSE-JJ
             MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
             MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
             PERFORM 0342-FERMETURE-TEST-DEB
             THRU    0342-FERMETURE-TEST-FIN
           END-PERFORM.

           EXIT.
       0412-JOUR-OUVRE-PRECEDENT-FIN.

      ******************************************************************
      *Ligne d'anomalie du rapport de la boite de retour : motif
      *(WS-BOITE-MOTIF) et code-barre lu.
       0413-BOITE-ANOMALIE-DEB.
           MOVE SPACES TO LIGNE-BOITE-RAPPORT
           STRING "ANOMALIE "       DELIMITED BY SIZE
                  RB-CODE-B         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-BOITE-MOTIF    DELIMITED BY SIZE
             INTO LIGNE-BOITE-RAPPORT
           END-STRING
           WRITE LIGNE-BOITE-RAPPORT.

           EXIT.
       0413-BOITE-ANOMALIE-FIN.

      ******************************************************************
      *Recherche de l'exemplaire dont le code-barre est dans
      *WS-SAISIE (douchette du guichet ou boite de retour). Positionne
      *WS-CODE-B-TROUVE et, si l'exemplaire existe, EXEMPLAIRE-ID,
      *LIVRE-ID, EXEMPLAIRE-NUM et EXEMPLAIRE-STATUT.
       0414-CODE-BARRE-LIT-DEB.
           MOVE "N" TO WS-CODE-B-TROUVE
           MOVE WS-SAISIE(1:17) TO EXEMPLAIRE-CODE-B

           IF EXEMPLAIRE-CODE-B NOT = SPACES
             EXEC SQL
               SELECT exemplaire_id, livre_id, num_exemplaire, statut
               INTO :EXEMPLAIRE-ID, :LIVRE-ID, :EXEMPLAIRE-NUM,
                    :EXEMPLAIRE-STATUT
               FROM exemplaire
               WHERE code_barre = :EXEMPLAIRE-CODE-B
             END-EXEC

             IF SQLCODE = 0
               MOVE "O" TO WS-CODE-B-TROUVE
             END-IF
           END-IF.

           EXIT.
       0414-CODE-BARRE-LIT-FIN.

      ******************************************************************
      *Retour au guichet par code-barre : l'exemplaire scanne designe
      *directement l'emprunt en cours, sans saisie du titre ni de la
      *carte. La cloture est celle du retour par titre
      *(0416-RETOUR-CLOTURE-DEB).
       0415-RETOUR-CODE-BARRE-DEB.
           PERFORM 0417-EMPRUNT-EXEMPLAIRE-DEB
           THRU    0417-EMPRUNT-EXEMPLAIRE-FIN

           IF SQLCODE NOT = 0
             DISPLAY "Exemplaire " EXEMPLAIRE-CODE-B
                     " non en pret."
           ELSE
             DISPLAY "Livre: " LIVRE-TITRE " (exemplaire "
                     EXEMPLAIRE-NUM ")"
             PERFORM 0416-RETOUR-CLOTURE-DEB
             THRU    0416-RETOUR-CLOTURE-FIN
           END-IF.

           EXIT.
       0415-RETOUR-CODE-BARRE-FIN.

      ******************************************************************
      *Emprunt en cours sur l'exemplaire EXEMPLAIRE-ID, avec son livre
      *et son adherent. Un emprunt anterieur au fichier des adherents
      *est rattache a la fiche de meme nom et prenom ; sans fiche,
      *ADHERENT-ID vaut 0. SQLCODE non nul si l'exemplaire n'est pas
      *en pret.
       0417-EMPRUNT-EXEMPLAIRE-DEB.
           EXEC SQL
             SELECT x.emprunt_id, x.nom, x.prenom, x.tel, x.date,
                    x.date_prevue, x.livre_id, x.code, x.titre,
                    x.type, x.adh_id, x.carte, x.adh_nom,
                    x.adh_prenom
             INTO :EMPRUNT-ID, :EMPRUNT-NOM, :EMPRUNT-PRENOM,
                  :EMPRUNT-TELEPHONE, :EMPRUNT-DATE,
                  :EMPRUNT-DATE-PREVUE, :LIVRE-ID, :LIVRE-CODE,
                  :LIVRE-TITRE, :LIVRE-TYPE, :ADHERENT-ID,
                  :ADHERENT-CARTE, :ADHERENT-NOM, :ADHERENT-PRENOM
             FROM (SELECT e.emprunt_id, e.nom, e.prenom,
                          COALESCE(e.tel, '') AS tel, e.date,
                          COALESCE(e.date_prevue, '') AS date_prevue,
                          l.livre_id, l.code, l.titre, l.type,
                          COALESCE(a.adherent_id, 0) AS adh_id,
                          COALESCE(a.carte, '') AS carte,
                          COALESCE(a.nom, e.nom) AS adh_nom,
                          COALESCE(a.prenom, e.prenom) AS adh_prenom,
                          ROW_NUMBER() OVER
                            (ORDER BY a.adherent_id ASC) AS rn
                   FROM emprunt e
                   JOIN livre l ON l.livre_id = e.livre_id
                   LEFT JOIN adherent a
                     ON a.adherent_id = e.adherent_id
                     OR (e.adherent_id IS NULL
                         AND a.nom = e.nom
                         AND a.prenom = e.prenom)
                   WHERE e.exemplaire_id = :EXEMPLAIRE-ID
                     AND e.retour IS NULL) x
             WHERE x.rn = 1
           END-EXEC.

           EXIT.
       0417-EMPRUNT-EXEMPLAIRE-FIN.

      ******************************************************************
      *Canal d'avis de l'adherent NOTIF-ADH-ID : NOTIF-CANAL (P, S ou
      *C) et la coordonnee correspondante dans NOTIF-DEST. Positionne
      *WS-NOTIF-NUMERIQUE si le message peut partir par le prestataire
      *(canal SMS ou courriel avec un numero ou une adresse saisie) ;
      *sinon l'appelant garde la lettre papier. Un emprunt anterieur
      *au fichier des adherents (NOTIF-ADH-ID a 0) reste au papier.
       0420-NOTIF-CANAL-LIT-DEB.
           MOVE "N" TO WS-NOTIF-NUMERIQUE
           MOVE "P" TO NOTIF-CANAL
           MOVE SPACES TO NOTIF-DEST

           IF NOTIF-ADH-ID NOT = SPACES AND NOTIF-ADH-ID NOT = "0"
             EXEC SQL
               SELECT COALESCE(canal, 'P'),
                      CASE COALESCE(canal, 'P')
                        WHEN 'S' THEN COALESCE(telephone, '')
                        WHEN 'C' THEN COALESCE(courriel, '')
                        ELSE ''
                      END
               INTO :NOTIF-CANAL, :NOTIF-DEST
               FROM adherent
               WHERE adherent_id = :NOTIF-ADH-ID
             END-EXEC

             IF SQLCODE = 0
                AND (NOTIF-CANAL = "S" OR NOTIF-CANAL = "C")
                AND NOTIF-DEST NOT = SPACES
               MOVE "O" TO WS-NOTIF-NUMERIQUE
             ELSE
               MOVE "P" TO NOTIF-CANAL
             END-IF
           END-IF

           PERFORM 0431-CANAL-LIBELLE-DEB
           THRU    0431-CANAL-LIBELLE-FIN.

           EXIT.
       0420-NOTIF-CANAL-LIT-FIN.

      ******************************************************************
      *Depot d'un message en attente d'envoi dans la table
      *notification (statut A), repris par l'etape batch NOTIFICATIONS.
      *L'appelant renseigne NOTIF-ADH-ID, NOTIF-TYPE (R rappel, D mise
      *a disposition, V echeance de carte, C courtoisie),
      *NOTIF-REFERENCE, NOTIF-MESSAGE, et NOTIF-CANAL / NOTIF-DEST
      *par 0420-NOTIF-CANAL-LIT-DEB. Un message de meme type et de
      *meme reference deja depose pour l'adherent n'est pas repris :
      *les etapes quotidiennes ne renvoient pas deux fois le meme avis.
       0421-NOTIF-DEPOSE-DEB.
           EXEC SQL
             SELECT COUNT(*)
             INTO :NOTIF-NB
             FROM notification
             WHERE adherent_id = :NOTIF-ADH-ID
               AND type = :NOTIF-TYPE
               AND reference = :NOTIF-REFERENCE
           END-EXEC
           MOVE NOTIF-NB TO WS-NOTIF-NB-CALC

           IF WS-NOTIF-NB-CALC = 0
             ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
             MOVE WS-DATE-SYS-AAAA TO NOTIF-DATE(1:4)
             MOVE "-" TO NOTIF-DATE(5:1)
             MOVE WS-DATE-SYS-MM TO NOTIF-DATE(6:2)
             MOVE "-" TO NOTIF-DATE(8:1)
             MOVE WS-DATE-SYS-JJ TO NOTIF-DATE(9:2)

             EXEC SQL
               INSERT INTO notification
               (adherent_id, type, canal, destinataire, reference,
               message, statut, date_creation)
               VALUES (:NOTIF-ADH-ID, :NOTIF-TYPE, :NOTIF-CANAL,
                       :NOTIF-DEST, :NOTIF-REFERENCE, :NOTIF-MESSAGE,
                       'A', :NOTIF-DATE)
             END-EXEC

             IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NOTIF-NB-DEPOSES
             ELSE
               DISPLAY "Erreur depot notification. SQLCODE: " SQLCODE
             END-IF
           END-IF.

           EXIT.
       0421-NOTIF-DEPOSE-FIN.

      ******************************************************************
      *Etape batch NOTIFICATIONS : lecture des accuses du prestataire
      *(notifications-accuses.dat, les messages en echec basculent en
      *lettre papier dans notifications-papier.txt), depot des
      *messages de courtoisie avant le retour prevu, puis ecriture du
      *fichier d'echange notifications-envoi.dat avec tous les
      *messages en attente.
       0422-NOTIF-ETAPE-DEB.
           MOVE "N" TO WS-NOTIF-ECHEC
           MOVE 0 TO WS-NOTIF-NB-DEPOSES
           MOVE 0 TO WS-NOTIF-NB-ACCUSES
           MOVE 0 TO WS-NOTIF-NB-REMIS
           MOVE 0 TO WS-NOTIF-NB-ECHECS
           MOVE 0 TO WS-NOTIF-NB-INCONNUS
           MOVE 0 TO WS-NOTIF-NB-COURTOISIE
           MOVE 0 TO WS-NOTIF-NB-ENVOYES

           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-NUM TO WS-DATE-JOUR-NUM
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO RAPPORT-DATE-JOUR

           OPEN OUTPUT F-NOTIF-PAPIER

           IF NOT F-NOTIF-PAPIER-OK
             DISPLAY "Impossible d'ouvrir notifications-papier.txt, "
                     "statut: " F-NOTIF-PAPIER-STATUS
             MOVE "O" TO WS-NOTIF-ECHEC
           ELSE
             PERFORM 0423-NOTIF-ACCUSES-DEB
             THRU    0423-NOTIF-ACCUSES-FIN

             PERFORM 0427-NOTIF-COURTOISIE-DEB
             THRU    0427-NOTIF-COURTOISIE-FIN

             PERFORM 0428-NOTIF-ENVOI-DEB
             THRU    0428-NOTIF-ENVOI-FIN

             CLOSE F-NOTIF-PAPIER

             DISPLAY " "
             DISPLAY "Accuses lus                : " WS-NOTIF-NB-ACCUSES
             DISPLAY "Messages remis             : " WS-NOTIF-NB-REMIS
             DISPLAY "Echecs repris sur papier   : " WS-NOTIF-NB-ECHECS
             DISPLAY "References inconnues       : "
                                                  WS-NOTIF-NB-INCONNUS
             DISPLAY "Messages de courtoisie     : "
                                                WS-NOTIF-NB-COURTOISIE
             DISPLAY "Messages transmis          : " WS-NOTIF-NB-ENVOYES
             DISPLAY "Fichiers produits: notifications-envoi.dat, "
                     "notifications-papier.txt"
           END-IF.

           EXIT.
       0422-NOTIF-ETAPE-FIN.

      ******************************************************************
      *Lecture du fichier d'accuses du prestataire. Le fichier est
      *facultatif (premier passage, ou prestataire n'ayant rien
      *renvoye) ; un accuse deja traite ou qui ne porte pas sur un
      *message transmis est ignore, si bien qu'un meme fichier relu
      *deux fois ne double rien.
       0423-NOTIF-ACCUSES-DEB.
           OPEN INPUT F-NOTIF-ACCUSE

           IF NOT F-NOTIF-ACCUSE-OK
             DISPLAY "Impossible d'ouvrir notifications-accuses.dat, "
                     "statut: " F-NOTIF-ACCUSE-STATUS
             MOVE "O" TO WS-NOTIF-ECHEC
           ELSE
             READ F-NOTIF-ACCUSE
             PERFORM UNTIL NOT F-NOTIF-ACCUSE-OK
               IF NA-REFERENCE NOT = SPACES
                 ADD 1 TO WS-NOTIF-NB-ACCUSES
                 PERFORM 0432-NOTIF-ACCUSE-UN-DEB
                 THRU    0432-NOTIF-ACCUSE-UN-FIN
               END-IF
               READ F-NOTIF-ACCUSE
             END-PERFORM

             IF NOT F-NOTIF-ACCUSE-EOF
               DISPLAY "Erreur de lecture notifications-accuses.dat, "
                       "statut: " F-NOTIF-ACCUSE-STATUS
               MOVE "O" TO WS-NOTIF-ECHEC
             END-IF

             CLOSE F-NOTIF-ACCUSE
           END-IF.

           EXIT.
       0423-NOTIF-ACCUSES-FIN.

      ******************************************************************
      *Avis de mise a disposition de la reservation en tete de file :
      *par SMS ou courriel si l'adherent NOTIF-ADH-ID l'a choisi,
      *sinon lettre dans F-AVIS (deja ouvert par l'appelant) par
      *0299-AVIS-LETTRE-DEB. Memes donnees que la lettre.
       0424-AVIS-DIFFUSE-DEB.
           PERFORM 0420-NOTIF-CANAL-LIT-DEB
           THRU    0420-NOTIF-CANAL-LIT-FIN

           IF WS-NOTIF-NUM-OUI
             MOVE SPACES TO NOTIF-MESSAGE
             STRING "Bibliotheque municipale : "
                    DELIMITED BY SIZE
                    FUNCTION TRIM(LIVRE-TITRE) DELIMITED BY SIZE
                    ", que vous avez reserve, vous attend a "
                    DELIMITED BY SIZE
                    "l'accueil (" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AVIS-SITE-LIB) DELIMITED BY SIZE
                    ") jusqu'au " DELIMITED BY SIZE
                    WS-AVIS-DATE-LIMITE DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
               INTO NOTIF-MESSAGE
             END-STRING
             MOVE "D" TO NOTIF-TYPE
             MOVE SPACES TO NOTIF-REFERENCE
             STRING RESA-LIVRE-ID DELIMITED BY SPACE
                    "/"           DELIMITED BY SIZE
                    RESA-DATE     DELIMITED BY SIZE
               INTO NOTIF-REFERENCE
             END-STRING
             PERFORM 0421-NOTIF-DEPOSE-DEB
             THRU    0421-NOTIF-DEPOSE-FIN
           ELSE
             PERFORM 0299-AVIS-LETTRE-DEB
             THRU    0299-AVIS-LETTRE-FIN
           END-IF.

           EXIT.
       0424-AVIS-DIFFUSE-FIN.

      ******************************************************************
      *Rappel de l'emprunteur precedent (WS-RAPPEL-PREC-ADH) : par SMS
      *ou courriel s'il l'a choisi, un message resumant ses retards
      *(nombre, niveau de rappel, le plus ancien), sinon la lettre de
      *0278-RAPPEL-LETTRE-DEB. La table des retards est remise a zero
      *dans les deux cas.
       0425-RAPPEL-DIFFUSE-DEB.
           MOVE WS-RAPPEL-PREC-ADH TO NOTIF-ADH-ID
           PERFORM 0420-NOTIF-CANAL-LIT-DEB
           THRU    0420-NOTIF-CANAL-LIT-FIN

           IF WS-NOTIF-NUM-OUI
             MOVE 0 TO WS-RAPPEL-NIVEAU-MAX
             SET IDX-RAPPEL TO 1
             PERFORM UNTIL IDX-RAPPEL > WS-RAPPEL-MAX
               IF WS-RAP-NIVEAU(IDX-RAPPEL) > WS-RAPPEL-NIVEAU-MAX
                 MOVE WS-RAP-NIVEAU(IDX-RAPPEL)
                   TO WS-RAPPEL-NIVEAU-MAX
               END-IF
               SET IDX-RAPPEL UP BY 1
             END-PERFORM

             MOVE WS-RAPPEL-MAX TO WS-NOTIF-NB-EDIT
             MOVE SPACES TO NOTIF-MESSAGE
             STRING "Bibliotheque municipale - rappel "
                    DELIMITED BY SIZE
                    WS-RAPPEL-NIVEAU-MAX DELIMITED BY SIZE
                    " : "                DELIMITED BY SIZE
                    FUNCTION TRIM(WS-NOTIF-NB-EDIT) DELIMITED BY SIZE
                    " document(s) en retard, dont "
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-RAP-TITRE(1)) DELIMITED BY SIZE
                    " prevu le "         DELIMITED BY SIZE
                    WS-RAP-PREVUE(1)     DELIMITED BY SIZE
                    ". Merci de les rapporter." DELIMITED BY SIZE
               INTO NOTIF-MESSAGE
             END-STRING
             MOVE "R" TO NOTIF-TYPE
             MOVE RAPPORT-DATE-JOUR TO NOTIF-REFERENCE
             PERFORM 0421-NOTIF-DEPOSE-DEB
             THRU    0421-NOTIF-DEPOSE-FIN
             MOVE 0 TO WS-RAPPEL-MAX
           ELSE
             PERFORM 0278-RAPPEL-LETTRE-DEB
             THRU    0278-RAPPEL-LETTRE-FIN
           END-IF.

           EXIT.
       0425-RAPPEL-DIFFUSE-FIN.

      ******************************************************************
      *Lettre papier de repli pour un message que le prestataire n'a
      *pas pu remettre : l'appelant renseigne l'adherent
      *(ADHERENT-NOM / ADHERENT-PRENOM / ADHERENT-TELEPHONE), le type
      *(NOTIF-TYPE) et le texte du message (NOTIF-MESSAGE).
       0426-NOTIF-PAPIER-DEB.
           PERFORM 0433-NOTIF-LIBELLES-DEB
           THRU    0433-NOTIF-LIBELLES-FIN

           MOVE ALL "=" TO LIGNE-NOTIF-PAPIER
           WRITE LIGNE-NOTIF-PAPIER

           MOVE SPACES TO LIGNE-NOTIF-PAPIER
           STRING "BIBLIOTHEQUE MUNICIPALE - " DELIMITED BY SIZE
                  WS-NOTIF-TYPE-LIB            DELIMITED BY SIZE
                  " - "                        DELIMITED BY SIZE
                  RAPPORT-DATE-JOUR            DELIMITED BY SIZE
             INTO LIGNE-NOTIF-PAPIER
           END-STRING
           WRITE LIGNE-NOTIF-PAPIER

           MOVE ALL "-" TO LIGNE-NOTIF-PAPIER
           WRITE LIGNE-NOTIF-PAPIER

           MOVE SPACES TO LIGNE-NOTIF-PAPIER
           STRING "A l'attention de: "          DELIMITED BY SIZE
                  ADHERENT-NOM                  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  ADHERENT-PRENOM               DELIMITED BY SIZE
             INTO LIGNE-NOTIF-PAPIER
           END-STRING
           WRITE LIGNE-NOTIF-PAPIER

           MOVE SPACES TO LIGNE-NOTIF-PAPIER
           STRING "Telephone: "                 DELIMITED BY SIZE
                  ADHERENT-TELEPHONE            DELIMITED BY SIZE
             INTO LIGNE-NOTIF-PAPIER
           END-STRING
           WRITE LIGNE-NOTIF-PAPIER

           MOVE SPACES TO LIGNE-NOTIF-PAPIER
           WRITE LIGNE-NOTIF-PAPIER

           MOVE NOTIF-MESSAGE(1:80) TO LIGNE-NOTIF-PAPIER
           WRITE LIGNE-NOTIF-PAPIER
           IF NOTIF-MESSAGE(81:80) NOT = SPACES
             MOVE NOTIF-MESSAGE(81:80) TO LIGNE-NOTIF-PAPIER
             WRITE LIGNE-NOTIF-PAPIER
           END-IF

           MOVE SPACES TO LIGNE-NOTIF-PAPIER
           WRITE LIGNE-NOTIF-PAPIER.

           EXIT.
       0426-NOTIF-PAPIER-FIN.

      ******************************************************************
      *Messages de courtoisie : chaque emprunt en cours dont le retour
      *est prevu dans les WS-NOTIF-COURTOISIE-JRS prochains jours, pour
      *un adherent au canal SMS ou courriel. Le message est depose une
      *fois par date prevue (une prolongation en redonne un).
       0427-NOTIF-COURTOISIE-DEB.
           COMPUTE WS-DATE-CALC-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR-NUM)
             + WS-NOTIF-COURTOISIE-JRS)
           MOVE WS-DATE-CALC-NUM TO WS-DATE-SYS-NUM
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO NOTIF-ECHEANCE
           MOVE WS-DATE-JOUR-NUM TO WS-DATE-SYS-NUM

           MOVE WS-NOTIF-NB-DEPOSES TO WS-NOTIF-NB-COURTOISIE

           EXEC SQL
             DECLARE CCOURTOIS CURSOR FOR
             SELECT e.emprunt_id, e.adherent_id, e.date_prevue,
                    l.titre
             FROM emprunt e
             JOIN livre l ON l.livre_id = e.livre_id
             JOIN adherent a ON a.adherent_id = e.adherent_id
             WHERE e.retour IS NULL
               AND e.date_prevue > :RAPPORT-DATE-JOUR
               AND e.date_prevue <= :NOTIF-ECHEANCE
               AND COALESCE(a.canal, 'P') IN ('S', 'C')
             ORDER BY e.emprunt_id ASC
           END-EXEC

           EXEC SQL OPEN CCOURTOIS END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Erreur ouverture des messages de courtoisie. "
                     "SQLCODE: " SQLCODE
           ELSE
             MOVE "O" TO WS-VALIDE
             PERFORM UNTIL NOT WS-SAISIE-OK
               EXEC SQL
                 FETCH CCOURTOIS
                 INTO :EMPRUNT-ID, :NOTIF-ADH-ID,
                      :EMPRUNT-DATE-PREVUE, :LIVRE-TITRE
               END-EXEC

               IF SQLCODE NOT = 0
                 MOVE "N" TO WS-VALIDE
               ELSE
                 PERFORM 0420-NOTIF-CANAL-LIT-DEB
                 THRU    0420-NOTIF-CANAL-LIT-FIN
                 IF WS-NOTIF-NUM-OUI
                   MOVE SPACES TO NOTIF-MESSAGE
                   STRING "Bibliotheque municipale : "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(LIVRE-TITRE)
                          DELIMITED BY SIZE
                          " est a rendre le " DELIMITED BY SIZE
                          EMPRUNT-DATE-PREVUE DELIMITED BY SIZE
                          ". Pensez a le rapporter ou a le "
                          DELIMITED BY SIZE
                          "prolonger a l'accueil." DELIMITED BY SIZE
                     INTO NOTIF-MESSAGE
                   END-STRING
                   MOVE "C" TO NOTIF-TYPE
                   MOVE SPACES TO NOTIF-REFERENCE
                   STRING EMPRUNT-ID DELIMITED BY SPACE
                          "/"                 DELIMITED BY SIZE
                          EMPRUNT-DATE-PREVUE DELIMITED BY SIZE
                     INTO NOTIF-REFERENCE
                   END-STRING
                   PERFORM 0421-NOTIF-DEPOSE-DEB
                   THRU    0421-NOTIF-DEPOSE-FIN
                 END-IF
               END-IF
             END-PERFORM

             EXEC SQL CLOSE CCOURTOIS END-EXEC
           END-IF

           COMPUTE WS-NOTIF-NB-COURTOISIE =
               WS-NOTIF-NB-DEPOSES - WS-NOTIF-NB-COURTOISIE.

           EXIT.
       0427-NOTIF-COURTOISIE-FIN.

      ******************************************************************
      *Fichier d'echange du prestataire : entete, un enregistrement
      *par message en attente (statut A, passe a E transmis avec la
      *date d'envoi), pied portant le nombre de messages. La
      *reference est le numero du message, que le prestataire renvoie
      *dans ses accuses.
       0428-NOTIF-ENVOI-DEB.
           OPEN OUTPUT F-NOTIF-ENVOI

           IF NOT F-NOTIF-ENVOI-OK
             DISPLAY "Impossible d'ouvrir notifications-envoi.dat, "
                     "statut: " F-NOTIF-ENVOI-STATUS
             MOVE "O" TO WS-NOTIF-ECHEC
           ELSE
             MOVE SPACES TO REC-NOTIF-ENVOI
             MOVE "E" TO NE-TYPE
             MOVE RAPPORT-DATE-JOUR TO NE-ENT-DATE
             MOVE "BIBLIO MUNICIPALE" TO NE-ENT-EMETTEUR
             WRITE REC-NOTIF-ENVOI

             MOVE RAPPORT-DATE-JOUR TO NOTIF-DATE

             EXEC SQL
               DECLARE CNOTIFENV CURSOR FOR
               SELECT notification_id, type, canal, destinataire,
                      message
               FROM notification
               WHERE statut = 'A'
               ORDER BY notification_id ASC
             END-EXEC

             EXEC SQL OPEN CNOTIFENV END-EXEC

             IF SQLCODE NOT = 0
               DISPLAY "Erreur ouverture des notifications. SQLCODE: "
                                                            SQLCODE
               MOVE "O" TO WS-NOTIF-ECHEC
             ELSE
               MOVE "O" TO WS-VALIDE
               PERFORM UNTIL NOT WS-SAISIE-OK
                 EXEC SQL
                   FETCH CNOTIFENV
                   INTO :NOTIF-ID, :NOTIF-TYPE, :NOTIF-CANAL,
                        :NOTIF-DEST, :NOTIF-MESSAGE
                 END-EXEC

                 IF SQLCODE NOT = 0
                   MOVE "N" TO WS-VALIDE
                 ELSE
                   PERFORM 0433-NOTIF-LIBELLES-DEB
                   THRU    0433-NOTIF-LIBELLES-FIN

                   MOVE SPACES TO REC-NOTIF-ENVOI
                   MOVE "D" TO NE-TYPE
                   MOVE NOTIF-ID TO NE-REFERENCE
                   IF NOTIF-CANAL = "S"
                     MOVE "SMS" TO NE-CANAL
                   ELSE
                     MOVE "EMAIL" TO NE-CANAL
                   END-IF
                   MOVE NOTIF-DEST TO NE-DESTINATAIRE
                   STRING "Bibliotheque - " DELIMITED BY SIZE
                          WS-NOTIF-TYPE-LIB DELIMITED BY SIZE
                     INTO NE-OBJET
                   END-STRING
                   MOVE NOTIF-MESSAGE TO NE-MESSAGE
                   WRITE REC-NOTIF-ENVOI

                   EXEC SQL
                     UPDATE notification
                     SET statut = 'E',
                         date_envoi = :NOTIF-DATE
                     WHERE notification_id = :NOTIF-ID
                   END-EXEC

                   IF SQLCODE = 0
                     EXEC SQL COMMIT END-EXEC
                     ADD 1 TO WS-NOTIF-NB-ENVOYES
                   ELSE
                     DISPLAY "Erreur MAJ notification " NOTIF-ID
                             " SQLCODE: " SQLCODE
                   END-IF
                 END-IF
               END-PERFORM

               EXEC SQL CLOSE CNOTIFENV END-EXEC
             END-IF

             MOVE SPACES TO REC-NOTIF-ENVOI
             MOVE "P" TO NE-TYPE
             MOVE WS-NOTIF-NB-ENVOYES TO NE-PIED-NB
             MOVE RAPPORT-DATE-JOUR TO NE-PIED-DATE
             WRITE REC-NOTIF-ENVOI

             CLOSE F-NOTIF-ENVOI
           END-IF.

           EXIT.
       0428-NOTIF-ENVOI-FIN.

      ******************************************************************
      *Trace des messages envoyes a l'adherent ADHERENT-ID, du plus
      *recent au plus ancien, pour l'historique de l'adherent
      *(0294-ADH-HISTORIQUE-DEB) : date, nature, canal, etat de
      *remise et texte du message.
       0429-NOTIF-HISTORIQUE-DEB.
           DISPLAY " "
           DISPLAY "Messages adresses a " ADHERENT-NOM " "
                   ADHERENT-PRENOM

           MOVE 0 TO WS-NB-AFFICHE
           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT type, canal, statut, date_creation,
                      date_accuse, motif, message
               INTO :NOTIF-TYPE, :NOTIF-CANAL, :NOTIF-STATUT,
                    :NOTIF-DATE, :NOTIF-DATE-ACC, :NOTIF-MOTIF,
                    :NOTIF-MESSAGE
               FROM (SELECT type, canal, statut, date_creation,
                            COALESCE(date_accuse, '') AS date_accuse,
                            COALESCE(motif, '') AS motif, message,
                            ROW_NUMBER() OVER
                              (ORDER BY notification_id DESC) AS rn
                     FROM notification
                     WHERE adherent_id = :ADHERENT-ID) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               ADD 1 TO WS-NB-AFFICHE
               PERFORM 0433-NOTIF-LIBELLES-DEB
               THRU    0433-NOTIF-LIBELLES-FIN
               PERFORM 0431-CANAL-LIBELLE-DEB
               THRU    0431-CANAL-LIBELLE-FIN
               DISPLAY " "
               DISPLAY "Message du:       " NOTIF-DATE
               DISPLAY "Objet:            " WS-NOTIF-TYPE-LIB
               DISPLAY "Canal:            " WS-NOTIF-CANAL-LIB
               DISPLAY "Etat:             " WS-NOTIF-STATUT-LIB
                       " " NOTIF-DATE-ACC
               IF NOTIF-MOTIF NOT = SPACES
                 DISPLAY "Motif:            " NOTIF-MOTIF
               END-IF
               DISPLAY "Texte:            " NOTIF-MESSAGE
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-NB-AFFICHE = 0
             DISPLAY "Aucun message SMS ou courriel pour cet "
                     "adherent."
           END-IF.

           EXIT.
       0429-NOTIF-HISTORIQUE-FIN.

      ******************************************************************
      *Saisie du canal d'avis de l'adherent dans ADHERENT-CANAL : P
      *papier (par defaut), S SMS, C courriel. Le SMS suppose un
      *telephone (ADHERENT-TELEPHONE) et le courriel une adresse
      *(ADHERENT-COURRIEL) deja renseignes.
       0430-CANAL-SAISIE-DEB.
           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Avis par P papier, S SMS ou C courriel "
                     "(P par defaut): "
             ACCEPT WS-SAISIE
             MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:1))
               TO ADHERENT-CANAL
             IF ADHERENT-CANAL = SPACE
               MOVE "P" TO ADHERENT-CANAL
             END-IF
             EVALUATE ADHERENT-CANAL
               WHEN "P"
                 MOVE "O" TO WS-VALIDE
               WHEN "S"
                 IF ADHERENT-TELEPHONE = SPACES
                   DISPLAY "SMS impossible sans numero de telephone."
                 ELSE
                   MOVE "O" TO WS-VALIDE
                 END-IF
               WHEN "C"
                 IF ADHERENT-COURRIEL = SPACES
                   DISPLAY "Courriel impossible sans adresse."
                 ELSE
                   MOVE "O" TO WS-VALIDE
                 END-IF
               WHEN OTHER
                 DISPLAY "Canal non reconnu (P, S ou C attendu)."
             END-EVALUATE
           END-PERFORM

           MOVE ADHERENT-CANAL TO NOTIF-CANAL
           PERFORM 0431-CANAL-LIBELLE-DEB
           THRU    0431-CANAL-LIBELLE-FIN.

           EXIT.
       0430-CANAL-SAISIE-FIN.

      ******************************************************************
      *Libelle du canal NOTIF-CANAL dans WS-NOTIF-CANAL-LIB.
       0431-CANAL-LIBELLE-DEB.
           EVALUATE NOTIF-CANAL
             WHEN "S"
               MOVE "SMS" TO WS-NOTIF-CANAL-LIB
             WHEN "C"
               MOVE "courriel" TO WS-NOTIF-CANAL-LIB
             WHEN OTHER
               MOVE "papier" TO WS-NOTIF-CANAL-LIB
           END-EVALUATE.

           EXIT.
       0431-CANAL-LIBELLE-FIN.

      ******************************************************************
      *Traitement d'un accuse du prestataire (REC-NOTIF-ACCUSE) : OK
      *passe le message a D remis ; tout autre code le passe a X echec
      *et la lettre papier de repli est ecrite par
      *0426-NOTIF-PAPIER-DEB.
       0432-NOTIF-ACCUSE-UN-DEB.
           MOVE NA-REFERENCE TO NOTIF-ID

           EXEC SQL
             SELECT n.statut, n.type, n.message, a.nom, a.prenom,
                    COALESCE(a.telephone, '')
             INTO :NOTIF-STATUT, :NOTIF-TYPE, :NOTIF-MESSAGE,
                  :ADHERENT-NOM, :ADHERENT-PRENOM,
                  :ADHERENT-TELEPHONE
             FROM notification n
             JOIN adherent a ON a.adherent_id = n.adherent_id
             WHERE n.notification_id = :NOTIF-ID
           END-EXEC

           IF SQLCODE NOT = 0
             ADD 1 TO WS-NOTIF-NB-INCONNUS
             DISPLAY "Accuse pour un message inconnu: " NA-REFERENCE
           ELSE
             IF NOTIF-STATUT = "E"
               IF NA-DATE = SPACES
                 MOVE RAPPORT-DATE-JOUR TO NOTIF-DATE-ACC
               ELSE
                 MOVE NA-DATE TO NOTIF-DATE-ACC
               END-IF
               MOVE NA-MOTIF TO NOTIF-MOTIF

               IF NA-CODE = "OK"
                 MOVE "D" TO NOTIF-STATUT
                 ADD 1 TO WS-NOTIF-NB-REMIS
               ELSE
                 MOVE "X" TO NOTIF-STATUT
                 ADD 1 TO WS-NOTIF-NB-ECHECS
                 PERFORM 0426-NOTIF-PAPIER-DEB
                 THRU    0426-NOTIF-PAPIER-FIN
               END-IF

               EXEC SQL
                 UPDATE notification
                 SET statut = :NOTIF-STATUT,
                     date_accuse = :NOTIF-DATE-ACC,
                     motif = :NOTIF-MOTIF
                 WHERE notification_id = :NOTIF-ID
               END-EXEC

               IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
               ELSE
                 DISPLAY "Erreur MAJ notification " NOTIF-ID
                         " SQLCODE: " SQLCODE
               END-IF
             END-IF
           END-IF.

           EXIT.
       0432-NOTIF-ACCUSE-UN-FIN.

      ******************************************************************
      *Libelles de la nature (NOTIF-TYPE) et de l'etat (NOTIF-STATUT)
      *d'un message, dans WS-NOTIF-TYPE-LIB et WS-NOTIF-STATUT-LIB.
       0433-NOTIF-LIBELLES-DEB.
           EVALUATE NOTIF-TYPE
             WHEN "R"
               MOVE "Rappel de retard" TO WS-NOTIF-TYPE-LIB
             WHEN "D"
               MOVE "Reservation arrivee" TO WS-NOTIF-TYPE-LIB
             WHEN "V"
               MOVE "Echeance de carte" TO WS-NOTIF-TYPE-LIB
             WHEN "C"
               MOVE "Retour a prevoir" TO WS-NOTIF-TYPE-LIB
             WHEN OTHER
               MOVE "Information" TO WS-NOTIF-TYPE-LIB
           END-EVALUATE

           EVALUATE NOTIF-STATUT
             WHEN "A"
               MOVE "en attente d'envoi" TO WS-NOTIF-STATUT-LIB
             WHEN "E"
               MOVE "transmis" TO WS-NOTIF-STATUT-LIB
             WHEN "D"
               MOVE "remis" TO WS-NOTIF-STATUT-LIB
             WHEN "X"
               MOVE "echec, lettre papier" TO WS-NOTIF-STATUT-LIB
             WHEN OTHER
               MOVE SPACES TO WS-NOTIF-STATUT-LIB
           END-EVALUATE.

           EXIT.
       0433-NOTIF-LIBELLES-FIN.

      ******************************************************************
      *Saisie du mode de paiement d'un encaissement dans AMENDE-MODE :
      *E especes (par defaut), C cheque, B carte bancaire. Le mode est
      *repris sur l'ecriture remise a la tresorerie.
       0440-MODE-PAIEMENT-SAISIE-DEB.
           MOVE "N" TO WS-VERS-MODE-OK
           PERFORM UNTIL WS-VERS-MODE-VALIDE
             DISPLAY "Mode de paiement E especes, C cheque, "
                     "B carte (E par defaut): "
             ACCEPT WS-SAISIE
             MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:1))
               TO AMENDE-MODE
             IF AMENDE-MODE = SPACE
               MOVE "E" TO AMENDE-MODE
             END-IF
             IF AMENDE-MODE = "E" OR AMENDE-MODE = "C"
                                  OR AMENDE-MODE = "B"
               MOVE "O" TO WS-VERS-MODE-OK
             ELSE
               DISPLAY "Mode de paiement non reconnu."
             END-IF
           END-PERFORM.

           EXIT.
       0440-MODE-PAIEMENT-SAISIE-FIN.

      ******************************************************************
      *Versement a la tresorerie municipale d'un mois d'encaissements
      *(menu des amendes, droit CPT) : choix du mois, le mois precedent
      *par defaut, production de ecritures-tresorerie.dat et du
      *bordereau de versement numerote. Un mois deja verse n'est pas
      *exporte une seconde fois, son bordereau est seulement reimprime.
       0441-VERSEMENT-DEB.
           PERFORM 0449-PERIODE-PRECEDENTE-DEB
           THRU    0449-PERIODE-PRECEDENTE-FIN

           DISPLAY " "
           DISPLAY "Mois a verser AAAA-MM (" VERS-PERIODE
                   " par defaut): "
           ACCEPT WS-SAISIE
           IF WS-SAISIE NOT = SPACES
             MOVE WS-SAISIE(1:7) TO VERS-PERIODE
           END-IF

           MOVE "N" TO WS-VERS-PERIODE-OK
           IF VERS-PERIODE(1:4) IS NUMERIC
              AND VERS-PERIODE(5:1) = "-"
              AND VERS-PERIODE(6:2) IS NUMERIC
             MOVE VERS-PERIODE(1:4) TO WS-VERS-AAAA
             MOVE VERS-PERIODE(6:2) TO WS-VERS-MM
             IF WS-VERS-MM >= 1 AND WS-VERS-MM <= 12
               MOVE "O" TO WS-VERS-PERIODE-OK
             END-IF
           END-IF

           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD

           IF NOT WS-VERS-PERIODE-VALIDE
             DISPLAY "Mois invalide, format attendu AAAA-MM."
           ELSE
             IF WS-VERS-AAAA > WS-DATE-SYS-AAAA
                OR (WS-VERS-AAAA = WS-DATE-SYS-AAAA
                    AND WS-VERS-MM > WS-DATE-SYS-MM)
               DISPLAY "Un mois a venir ne peut pas etre verse."
             ELSE
               PERFORM 0442-PERIODE-VERROU-DEB
               THRU    0442-PERIODE-VERROU-FIN

               IF WS-VERS-VERROU-OUI
                 DISPLAY "Mois " VERS-PERIODE " deja verse, bordereau "
                         VERS-NUMERO ". Reimpression du bordereau."
                 PERFORM 0444-BORDEREAU-DEB
                 THRU    0444-BORDEREAU-FIN
               ELSE
                 MOVE "O" TO WS-AMENDE-REP
      *Verser le mois en cours le cloture : plus aucun encaissement
      *ni exoneration jusqu'a la fin du mois.
                 IF WS-VERS-AAAA = WS-DATE-SYS-AAAA
                    AND WS-VERS-MM = WS-DATE-SYS-MM
                   DISPLAY "Mois en cours : les encaissements seront "
                           "refuses jusqu'a la fin du mois."
                   DISPLAY "Confirmer le versement ? (O/N): "
                   ACCEPT WS-AMENDE-REP
                   MOVE FUNCTION UPPER-CASE(WS-AMENDE-REP)
                     TO WS-AMENDE-REP
                 END-IF

                 IF WS-AMENDE-REP = "O"
                   PERFORM 0443-VERSEMENT-GENERE-DEB
                   THRU    0443-VERSEMENT-GENERE-FIN

                   IF NOT WS-VERS-ECHEC-OUI
                     PERFORM 0444-BORDEREAU-DEB
                     THRU    0444-BORDEREAU-FIN
                   END-IF
                 ELSE
                   DISPLAY "Versement abandonne."
                 END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.
       0441-VERSEMENT-FIN.

      ******************************************************************
      *Verrou de versement : WS-VERS-VERROU passe a O si le mois
      *VERS-PERIODE (AAAA-MM) figure deja dans la table versement,
      *dont il ramene le numero de bordereau dans VERS-NUMERO.
       0442-PERIODE-VERROU-DEB.
           MOVE "N" TO WS-VERS-VERROU
           MOVE SPACES TO VERS-NUMERO

           EXEC SQL
             SELECT numero
             INTO :VERS-NUMERO
             FROM versement
             WHERE periode = :VERS-PERIODE
           END-EXEC

           IF SQLCODE = 0
             MOVE "O" TO WS-VERS-VERROU
           END-IF.

           EXIT.
       0442-PERIODE-VERROU-FIN.

      ******************************************************************
      *Export des encaissements du mois VERS-PERIODE : une ecriture par
      *amende payee (statut P) dont la date de reglement tombe dans le
      *mois et qui n'a pas encore de bordereau, avec date, operateur,
      *nature R retard ou F remplacement, imputation comptable et mode
      *de paiement, puis le total de controle. Les amendes recoivent
      *le numero de bordereau AAAA-NNN (sequence annuelle) et le mois
      *est enregistre dans versement, le tout dans une seule
      *transaction : en cas d'erreur rien n'est marque et le fichier
      *est vide. Un mois sans encaissement donne un bordereau neant.
       0443-VERSEMENT-GENERE-DEB.
           MOVE "N" TO WS-VERS-ECHEC
           MOVE 0 TO WS-VERS-NB
           MOVE 0 TO WS-VERS-TOTAL

           MOVE VERS-PERIODE(1:4) TO WS-VERS-AAAA
           MOVE VERS-PERIODE(6:2) TO WS-VERS-MM
           MOVE VERS-PERIODE(1:4) TO VERS-ANNEE
           MOVE VERS-PERIODE TO VERS-DEBUT
           MOVE "-01" TO VERS-DEBUT(8:3)
      *Borne haute exclue : le premier jour du mois suivant.
           IF WS-VERS-MM = 12
             ADD 1 TO WS-VERS-AAAA
             MOVE 1 TO WS-VERS-MM
           ELSE
             ADD 1 TO WS-VERS-MM
           END-IF
           MOVE WS-VERS-AAAA TO VERS-FIN(1:4)
           MOVE "-" TO VERS-FIN(5:1)
           MOVE WS-VERS-MM TO VERS-FIN(6:2)
           MOVE "-01" TO VERS-FIN(8:3)

           EXEC SQL
             SELECT COUNT(*)
             INTO :VERS-NB
             FROM versement
             WHERE annee = :VERS-ANNEE
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Erreur lecture des versements. SQLCODE: " SQLCODE
             MOVE "O" TO WS-VERS-ECHEC
           ELSE
             MOVE VERS-NB TO WS-VERS-SEQ
             ADD 1 TO WS-VERS-SEQ
             MOVE VERS-ANNEE TO VERS-NUMERO(1:4)
             MOVE "-" TO VERS-NUMERO(5:1)
             MOVE WS-VERS-SEQ TO VERS-NUMERO(6:3)

             ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
             MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
             MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
             MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
             MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
             MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
             MOVE WS-DATE-PARSE-VAL TO VERS-DATE

             OPEN OUTPUT F-TRESOR

             IF NOT F-TRESOR-OK
               DISPLAY "Impossible d'ouvrir ecritures-tresorerie.dat, "
                       "statut: " F-TRESOR-STATUS
               MOVE "O" TO WS-VERS-ECHEC
             ELSE
               MOVE SPACES TO REC-TRESOR
               MOVE "E" TO ET-TYPE
               MOVE WS-VERS-REGIE TO ET-ENT-REGIE
               MOVE VERS-PERIODE TO ET-ENT-PERIODE
               MOVE VERS-NUMERO TO ET-ENT-BORDEREAU
               MOVE VERS-DATE TO ET-ENT-DATE
               WRITE REC-TRESOR

               PERFORM 0450-VERSEMENT-ECRITURES-DEB
               THRU    0450-VERSEMENT-ECRITURES-FIN

               IF WS-VERS-ECHEC-OUI
                 EXEC SQL ROLLBACK END-EXEC
                 CLOSE F-TRESOR
      *Le fichier partiel est vide pour ne pas etre remis tel quel.
                 OPEN OUTPUT F-TRESOR
                 CLOSE F-TRESOR
                 DISPLAY "Versement " VERS-NUMERO " annule, aucune "
                         "amende marquee."
               ELSE
                 MOVE SPACES TO REC-TRESOR
                 MOVE "T" TO ET-TYPE
                 MOVE WS-VERS-NB TO ET-TOT-NB
                 MOVE WS-VERS-TOTAL TO ET-TOT-MONTANT
                 WRITE REC-TRESOR
                 CLOSE F-TRESOR

                 PERFORM 0451-VERSEMENT-ENREGISTRE-DEB
                 THRU    0451-VERSEMENT-ENREGISTRE-FIN
               END-IF
             END-IF
           END-IF.

           EXIT.
       0443-VERSEMENT-GENERE-FIN.

      ******************************************************************
      *Bordereau de versement VERS-NUMERO dans bordereau-versement.txt :
      *recapitulatif par imputation et par mode de paiement, total de
      *controle (qui doit egaler le pied de ecritures-tresorerie.dat)
      *et visas du regisseur et du comptable public.
       0444-BORDEREAU-DEB.
           EXEC SQL
             SELECT periode, date_versement, nb, total,
                    COALESCE(operateur, '')
             INTO :VERS-PERIODE, :VERS-DATE, :VERS-NB, :VERS-TOTAL,
                  :OPER-CODE
             FROM versement
             WHERE numero = :VERS-NUMERO
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Bordereau " VERS-NUMERO " introuvable. SQLCODE: "
                     SQLCODE
           ELSE
             OPEN OUTPUT F-BORDEREAU

             IF NOT F-BORDEREAU-OK
               DISPLAY "Impossible d'ouvrir bordereau-versement.txt, "
                       "statut: " F-BORDEREAU-STATUS
             ELSE
               MOVE SPACES TO LIGNE-BORDEREAU
               STRING WS-VERS-REGIE DELIMITED BY SIZE
                      " - BORDEREAU DE VERSEMENT No " DELIMITED BY SIZE
                      VERS-NUMERO DELIMITED BY SIZE
                 INTO LIGNE-BORDEREAU
               END-STRING
               WRITE LIGNE-BORDEREAU
               MOVE SPACES TO LIGNE-BORDEREAU
               STRING "Encaissements du mois " DELIMITED BY SIZE
                      VERS-PERIODE DELIMITED BY SIZE
                      ", verses le " DELIMITED BY SIZE
                      VERS-DATE DELIMITED BY SIZE
                      " par " DELIMITED BY SIZE
                      OPER-CODE DELIMITED BY SIZE
                 INTO LIGNE-BORDEREAU
               END-STRING
               WRITE LIGNE-BORDEREAU
               MOVE SPACES TO LIGNE-BORDEREAU
               WRITE LIGNE-BORDEREAU
               MOVE "Imputation Nature          Mode            "
                 TO LIGNE-BORDEREAU
               MOVE "Nombre      Montant" TO LIGNE-BORDEREAU(46:19)
               WRITE LIGNE-BORDEREAU

               EXEC SQL
                 DECLARE CBORDER CURSOR FOR
                 SELECT COALESCE(type, 'R'),
                        CASE WHEN mode_paiement IN ('C', 'B')
                             THEN mode_paiement ELSE 'E' END,
                        COUNT(*), SUM(montant)
                 FROM amende
                 WHERE bordereau = :VERS-NUMERO
                 GROUP BY 1, 2
                 ORDER BY 1 DESC, 2 DESC
               END-EXEC

               EXEC SQL OPEN CBORDER END-EXEC

               IF SQLCODE NOT = 0
                 DISPLAY "Erreur lecture du bordereau. SQLCODE: "
                                                            SQLCODE
               ELSE
                 MOVE "O" TO WS-VALIDE
                 PERFORM UNTIL NOT WS-SAISIE-OK
                   EXEC SQL
                     FETCH CBORDER
                     INTO :AMENDE-TYPE, :AMENDE-MODE, :AMENDE-NB,
                          :AMENDE-TOTAL
                   END-EXEC

                   IF SQLCODE NOT = 0
                     MOVE "N" TO WS-VALIDE
                   ELSE
                     PERFORM 0445-MODE-LIBELLE-DEB
                     THRU    0445-MODE-LIBELLE-FIN
                     MOVE SPACES TO LIGNE-BORDEREAU
                     IF AMENDE-TYPE = "F"
                       MOVE WS-VERS-IMPUT-REMPL TO LIGNE-BORDEREAU(1:10)
                       MOVE "Remplacement" TO LIGNE-BORDEREAU(12:16)
                     ELSE
                       MOVE WS-VERS-IMPUT-RETARD
                         TO LIGNE-BORDEREAU(1:10)
                       MOVE "Retard" TO LIGNE-BORDEREAU(12:16)
                     END-IF
                     MOVE WS-VERS-MODE-LIB TO LIGNE-BORDEREAU(29:16)
                     MOVE AMENDE-NB TO LIGNE-BORDEREAU(46:5)
                     MOVE FUNCTION NUMVAL(AMENDE-TOTAL)
                       TO WS-VERS-EDIT
                     MOVE WS-VERS-EDIT TO LIGNE-BORDEREAU(53:12)
                     WRITE LIGNE-BORDEREAU
                   END-IF
                 END-PERFORM

                 EXEC SQL CLOSE CBORDER END-EXEC
               END-IF

               MOVE SPACES TO LIGNE-BORDEREAU
               WRITE LIGNE-BORDEREAU
               MOVE SPACES TO LIGNE-BORDEREAU
               MOVE "Total de controle" TO LIGNE-BORDEREAU(1:28)
               MOVE VERS-NB TO LIGNE-BORDEREAU(46:5)
               MOVE FUNCTION NUMVAL(VERS-TOTAL) TO WS-VERS-EDIT
               MOVE WS-VERS-EDIT TO LIGNE-BORDEREAU(53:12)
               WRITE LIGNE-BORDEREAU
               IF VERS-NB = "0" OR VERS-NB = SPACES
                 MOVE "Neant : aucun encaissement sur le mois."
                   TO LIGNE-BORDEREAU
                 WRITE LIGNE-BORDEREAU
               END-IF
               MOVE SPACES TO LIGNE-BORDEREAU
               WRITE LIGNE-BORDEREAU
               MOVE "Le regisseur,"      TO LIGNE-BORDEREAU(1:30)
               MOVE "Le comptable public," TO LIGNE-BORDEREAU(41:30)
               WRITE LIGNE-BORDEREAU

               CLOSE F-BORDEREAU

               DISPLAY ">>> Bordereau " VERS-NUMERO " du mois "
                       VERS-PERIODE " : " VERS-NB " encaissement(s), "
                       WS-VERS-EDIT " EUR."
               DISPLAY "    bordereau-versement.txt a imprimer et "
                       "signer."
             END-IF
           END-IF.

           EXIT.
       0444-BORDEREAU-FIN.

      ******************************************************************
      *Libelle du mode de paiement AMENDE-MODE dans WS-VERS-MODE-LIB et
      *code remis a la tresorerie dans WS-VERS-MODE-CODE. Un
      *encaissement sans mode, anterieur a sa saisie, est en especes.
       0445-MODE-LIBELLE-DEB.
           EVALUATE AMENDE-MODE
             WHEN "C"
               MOVE "Cheque" TO WS-VERS-MODE-LIB
               MOVE "CHQ" TO WS-VERS-MODE-CODE
             WHEN "B"
               MOVE "Carte bancaire" TO WS-VERS-MODE-LIB
               MOVE "CB" TO WS-VERS-MODE-CODE
             WHEN OTHER
               MOVE "Especes" TO WS-VERS-MODE-LIB
               MOVE "ESP" TO WS-VERS-MODE-CODE
           END-EVALUATE.

           EXIT.
       0445-MODE-LIBELLE-FIN.

      ******************************************************************
      *Controle d'un encaissement immediat a la creation d'une amende
      *(0262 / 0269) : si le mois est deja verse l'amende reste
      *ouverte, sinon le mode de paiement est saisi. AMENDE-MODE reste
      *a blanc pour une amende non encaissee.
       0446-ENCAISSE-CONTROLE-DEB.
           MOVE SPACE TO AMENDE-MODE

           IF WS-AMENDE-REP = "O"
             MOVE AMENDE-DATE(1:7) TO VERS-PERIODE
             PERFORM 0442-PERIODE-VERROU-DEB
             THRU    0442-PERIODE-VERROU-FIN

             IF WS-VERS-VERROU-OUI
               DISPLAY "Mois " VERS-PERIODE " deja verse a la "
                       "tresorerie, amende laissee ouverte."
               MOVE "N" TO WS-AMENDE-REP
             ELSE
               PERFORM 0440-MODE-PAIEMENT-SAISIE-DEB
               THRU    0440-MODE-PAIEMENT-SAISIE-FIN
             END-IF
           END-IF.

           EXIT.
       0446-ENCAISSE-CONTROLE-FIN.

      ******************************************************************
      *Liste des bordereaux de versement, du plus recent au plus
      *ancien, avec reimpression eventuelle de l'un d'eux.
       0447-VERSEMENT-LISTE-DEB.
           DISPLAY " "
           DISPLAY "Bordereaux de versement a la tresorerie"

           MOVE 0 TO WS-NB-AFFICHE
           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT numero, periode, date_versement, nb, total,
                      operateur
               INTO :VERS-NUMERO, :VERS-PERIODE, :VERS-DATE,
                    :VERS-NB, :VERS-TOTAL, :OPER-CODE
               FROM (SELECT numero, periode, date_versement, nb, total,
                            COALESCE(operateur, '') AS operateur,
                            ROW_NUMBER() OVER
                              (ORDER BY numero DESC) AS rn
                     FROM versement) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               ADD 1 TO WS-NB-AFFICHE
               MOVE FUNCTION NUMVAL(VERS-TOTAL) TO WS-VERS-EDIT
               DISPLAY VERS-NUMERO " mois " VERS-PERIODE " verse le "
                       VERS-DATE " par " OPER-CODE " : " VERS-NB
                       " encaissement(s) " WS-VERS-EDIT " EUR"
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-NB-AFFICHE = 0
             DISPLAY "Aucun versement enregistre."
           ELSE
             DISPLAY " "
             DISPLAY "Bordereau a reimprimer (vide pour sortir): "
             ACCEPT WS-SAISIE
             IF WS-SAISIE NOT = SPACES
               MOVE WS-SAISIE(1:8) TO VERS-NUMERO
               PERFORM 0444-BORDEREAU-DEB
               THRU    0444-BORDEREAU-FIN
             END-IF
           END-IF.

           EXIT.
       0447-VERSEMENT-LISTE-FIN.

      ******************************************************************
      *Etape batch VERSEMENT : versement du mois precedent. Un mois
      *deja verse (par le guichet ou un passage precedent) n'est pas
      *exporte une seconde fois et l'etape le signale (WS-VERS-DEJA).
       0448-VERSEMENT-BATCH-DEB.
           MOVE "N" TO WS-VERS-ECHEC
           MOVE "N" TO WS-VERS-DEJA

           PERFORM 0449-PERIODE-PRECEDENTE-DEB
           THRU    0449-PERIODE-PRECEDENTE-FIN

           PERFORM 0442-PERIODE-VERROU-DEB
           THRU    0442-PERIODE-VERROU-FIN

           IF WS-VERS-VERROU-OUI
             DISPLAY "Mois " VERS-PERIODE " deja verse, bordereau "
                     VERS-NUMERO ", pas de nouvel export."
             MOVE "O" TO WS-VERS-DEJA
           ELSE
             PERFORM 0443-VERSEMENT-GENERE-DEB
             THRU    0443-VERSEMENT-GENERE-FIN

             IF NOT WS-VERS-ECHEC-OUI
               PERFORM 0444-BORDEREAU-DEB
               THRU    0444-BORDEREAU-FIN
             END-IF
           END-IF.

           EXIT.
       0448-VERSEMENT-BATCH-FIN.

      ******************************************************************
      *Mois precedant la date du jour dans VERS-PERIODE (AAAA-MM).
       0449-PERIODE-PRECEDENTE-DEB.
           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-AAAA TO WS-VERS-AAAA
           MOVE WS-DATE-SYS-MM TO WS-VERS-MM
           IF WS-VERS-MM = 1
             SUBTRACT 1 FROM WS-VERS-AAAA
             MOVE 12 TO WS-VERS-MM
           ELSE
             SUBTRACT 1 FROM WS-VERS-MM
           END-IF
           MOVE WS-VERS-AAAA TO VERS-PERIODE(1:4)
           MOVE "-" TO VERS-PERIODE(5:1)
           MOVE WS-VERS-MM TO VERS-PERIODE(6:2).

           EXIT.
       0449-PERIODE-PRECEDENTE-FIN.

      ******************************************************************
      *Ecritures du versement VERS-NUMERO : parcours des encaissements
      *du mois (VERS-DEBUT inclus a VERS-FIN exclu), ecriture detail
      *et marquage du bordereau sur chaque amende, sans COMMIT ; la
      *premiere erreur arrete le parcours (WS-VERS-ECHEC).
       0450-VERSEMENT-ECRITURES-DEB.
           EXEC SQL
             DECLARE CVERSE CURSOR FOR
             SELECT amende_id, date_reglement,
                    COALESCE(operateur, ''), COALESCE(type, 'R'),
                    CASE WHEN mode_paiement IN ('C', 'B')
                         THEN mode_paiement ELSE 'E' END,
                    montant
             FROM amende
             WHERE statut = 'P'
               AND date_reglement >= :VERS-DEBUT
               AND date_reglement < :VERS-FIN
               AND bordereau IS NULL
             ORDER BY date_reglement, amende_id
           END-EXEC

           EXEC SQL OPEN CVERSE END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Erreur lecture des encaissements. SQLCODE: "
                                                            SQLCODE
             MOVE "O" TO WS-VERS-ECHEC
           ELSE
             MOVE "O" TO WS-VALIDE
             PERFORM UNTIL NOT WS-SAISIE-OK
               EXEC SQL
                 FETCH CVERSE
                 INTO :AMENDE-ID, :AMENDE-DATE-REGL, :OPER-CODE,
                      :AMENDE-TYPE, :AMENDE-MODE, :AMENDE-MONTANT
               END-EXEC

               IF SQLCODE NOT = 0
                 MOVE "N" TO WS-VALIDE
               ELSE
                 PERFORM 0445-MODE-LIBELLE-DEB
                 THRU    0445-MODE-LIBELLE-FIN
                 COMPUTE WS-VERS-MONTANT =
                     FUNCTION NUMVAL(AMENDE-MONTANT)
                 ADD 1 TO WS-VERS-NB
                 ADD WS-VERS-MONTANT TO WS-VERS-TOTAL

                 MOVE SPACES TO REC-TRESOR
                 MOVE "D" TO ET-TYPE
                 MOVE AMENDE-DATE-REGL TO ET-DATE
                 MOVE OPER-CODE TO ET-OPERATEUR
                 MOVE AMENDE-TYPE TO ET-NATURE
                 IF AMENDE-TYPE = "F"
                   MOVE WS-VERS-IMPUT-REMPL TO ET-IMPUTATION
                 ELSE
                   MOVE WS-VERS-IMPUT-RETARD TO ET-IMPUTATION
                 END-IF
                 MOVE WS-VERS-MODE-CODE TO ET-MODE
                 MOVE WS-VERS-MONTANT TO ET-MONTANT
                 MOVE AMENDE-ID TO ET-PIECE
                 MOVE VERS-NUMERO TO ET-BORDEREAU
                 WRITE REC-TRESOR

                 EXEC SQL
                   UPDATE amende
                   SET bordereau = :VERS-NUMERO
                   WHERE amende_id = :AMENDE-ID
                     AND bordereau IS NULL
                 END-EXEC

                 IF SQLCODE NOT = 0
                   DISPLAY "Erreur marquage amende " AMENDE-ID
                           " SQLCODE: " SQLCODE
                   MOVE "O" TO WS-VERS-ECHEC
                   MOVE "N" TO WS-VALIDE
                 END-IF
               END-IF
             END-PERFORM

             EXEC SQL CLOSE CVERSE END-EXEC
           END-IF.

           EXIT.
       0450-VERSEMENT-ECRITURES-FIN.

      ******************************************************************
      *Enregistrement du versement VERS-NUMERO, qui verrouille le mois,
      *et validation de la transaction ouverte par le marquage des
      *amendes. L'operateur est celui de la session, ou le compte base
      *en batch.
       0451-VERSEMENT-ENREGISTRE-DEB.
           MOVE WS-VERS-NB TO VERS-NB
           MOVE WS-VERS-TOTAL TO WS-VERS-TOTAL-SQL
           MOVE WS-VERS-TOTAL-SQL TO VERS-TOTAL
           IF WS-OPER-CODE = SPACES
             MOVE DB-UTILISATEUR TO OPER-CODE
           ELSE
             MOVE WS-OPER-CODE TO OPER-CODE
           END-IF

           EXEC SQL
             INSERT INTO versement
             (numero, annee, periode, date_versement, nb, total,
              operateur)
             VALUES (:VERS-NUMERO, :VERS-ANNEE, :VERS-PERIODE,
                     :VERS-DATE, :VERS-NB, :VERS-TOTAL, :OPER-CODE)
           END-EXEC

           IF SQLCODE = 0
             EXEC SQL COMMIT END-EXEC
             MOVE "VERSEMENT" TO AUDIT-TABLE
             MOVE VERS-NUMERO TO AUDIT-CLE
             MOVE SPACES TO AUDIT-ANCIENNE
             MOVE VERS-PERIODE TO AUDIT-NOUVELLE
             PERFORM 0281-AUDIT-ENREGISTRE-DEB
             THRU    0281-AUDIT-ENREGISTRE-FIN
           ELSE
             DISPLAY "Erreur enregistrement du versement. SQLCODE: "
                     SQLCODE
             EXEC SQL ROLLBACK END-EXEC
             MOVE "O" TO WS-VERS-ECHEC
      *Le fichier deja ecrit ne correspond a aucun versement.
             OPEN OUTPUT F-TRESOR
             CLOSE F-TRESOR
           END-IF.

           EXIT.
       0451-VERSEMENT-ENREGISTRE-FIN.

      ******************************************************************
      *Site du guichet pour la session (SITE-GUICHET) : la bibliotheque
      *centrale par defaut, ou l'une des annexes declarees dans la
      *table site. Prets, retours, inventaire et navette se font au
      *nom de ce site.
       0460-SITE-SESSION-DEB.
           MOVE WS-SITE-DEFAUT TO SITE-GUICHET

           EXEC SQL
             SELECT COUNT(*)
             INTO :NAV-NB
             FROM site
           END-EXEC

           MOVE 0 TO WS-NAV-NB
           IF SQLCODE = 0
             MOVE NAV-NB TO WS-NAV-NB
           END-IF

           IF WS-NAV-NB > 1
             MOVE "N" TO WS-SITE-OK
             PERFORM UNTIL WS-SITE-VALIDE
               DISPLAY "Site du guichet (" WS-SITE-DEFAUT
                       " par defaut): "
               ACCEPT WS-SAISIE
               MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:3)) TO SITE-CODE
               IF SITE-CODE = SPACES
                 MOVE WS-SITE-DEFAUT TO SITE-CODE
               END-IF
               PERFORM 0466-SITE-CONTROLE-DEB
               THRU    0466-SITE-CONTROLE-FIN
               IF NOT WS-SITE-VALIDE
                 DISPLAY "Site inconnu."
               END-IF
             END-PERFORM
             MOVE SITE-CODE TO SITE-GUICHET
             DISPLAY "Guichet du site " SITE-GUICHET " - "
                     SITE-LIBELLE
           END-IF.

           EXIT.
       0460-SITE-SESSION-FIN.

      ******************************************************************
      *Localisation de l'exemplaire EXEMPLAIRE-ID rendu (ou recu par la
      *navette) au site SITE-GUICHET, une fois son etat
      *(WS-REMPL-ETAT) fixe et la file de reservations examinee par
      *0261-RETOUR-RESERVE-DEB. Un exemplaire en rayon reste sur
      *place s'il est reserve pour ce site ou s'il y est rattache ;
      *sinon il part en navette vers le site de retrait de la
      *reservation (motif V) ou vers son site de rattachement (motif
      *R). WS-NAV-ENVOI indique un depart en navette vers SITE-DEST.
       0461-EXEMPLAIRE-LOCALISE-DEB.
           MOVE "N" TO WS-NAV-ENVOI

           IF EXEMPLAIRE-ID NOT = SPACES
             EXEC SQL
               SELECT COALESCE(site_rattachement, 'CEN'), code_barre
               INTO :EXEMPLAIRE-SITE-R, :EXEMPLAIRE-CODE-B
               FROM exemplaire
               WHERE exemplaire_id = :EXEMPLAIRE-ID
             END-EXEC

             IF SQLCODE = 0
               MOVE SPACES TO SITE-DEST
               IF WS-REMPL-ETAT = "D"
                 IF WS-RESA-TRANSIT-OUI
                   MOVE RESA-SITE TO SITE-DEST
                   MOVE "V" TO NAV-MOTIF
                 ELSE
                   IF NOT WS-RESA-OUI
                      AND EXEMPLAIRE-SITE-R NOT = SITE-GUICHET
                     MOVE EXEMPLAIRE-SITE-R TO SITE-DEST
                     MOVE "R" TO NAV-MOTIF
                   END-IF
                 END-IF
               END-IF

               IF SITE-DEST = SPACES
                 EXEC SQL
                   UPDATE exemplaire
                   SET site_present = :SITE-GUICHET
                   WHERE exemplaire_id = :EXEMPLAIRE-ID
                 END-EXEC

                 IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                 ELSE
                   DISPLAY "Erreur localisation exemplaire. SQLCODE: "
                                                              SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                 END-IF
               ELSE
                 MOVE SITE-GUICHET TO NAV-DEPART
                 PERFORM 0462-NAVETTE-DEPART-DEB
                 THRU    0462-NAVETTE-DEPART-FIN
               END-IF
             END-IF
           END-IF.

           EXIT.
       0461-EXEMPLAIRE-LOCALISE-FIN.

      ******************************************************************
      *Depart en navette de l'exemplaire EXEMPLAIRE-ID (code-barre
      *EXEMPLAIRE-CODE-B) du site NAV-DEPART vers SITE-DEST pour le
      *motif NAV-MOTIF : statut T en transit et mouvement ouvert dans
      *la table navette, repris sur le prochain bordereau de navette.
      *Les deux mises a jour sont validees ou annulees ensemble.
      *L'exemplaire ne part que s'il est toujours disponible (D) : un
      *pret enregistre entre-temps a un autre guichet fait refuser le
      *depart comme conflit (0521-CONC-REFUS-DEB).
       0462-NAVETTE-DEPART-DEB.
           MOVE "N" TO WS-NAV-ENVOI

           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO NAV-DATE

           MOVE "NAVETTE" TO WS-CONC-OPERATION
           MOVE EXEMPLAIRE-CODE-B TO WS-CONC-CLE

           EXEC SQL
             UPDATE exemplaire
             SET statut = 'T',
                 site_present = :NAV-DEPART
             WHERE exemplaire_id = :EXEMPLAIRE-ID
               AND statut = 'D'
           END-EXEC

           PERFORM 0520-CONC-CONTROLE-DEB
           THRU    0520-CONC-CONTROLE-FIN

           IF WS-CONC-OK
             EXEC SQL
               INSERT INTO navette
               (exemplaire_id, site_depart, site_arrivee, motif,
                date_envoi, date_bordereau, date_reception)
               VALUES (:EXEMPLAIRE-ID, :NAV-DEPART, :SITE-DEST,
                       :NAV-MOTIF, :NAV-DATE, NULL, NULL)
             END-EXEC

             PERFORM 0520-CONC-CONTROLE-DEB
             THRU    0520-CONC-CONTROLE-FIN
           END-IF

           IF NOT WS-CONC-OK
             PERFORM 0521-CONC-REFUS-DEB
             THRU    0521-CONC-REFUS-FIN
           ELSE
             EXEC SQL COMMIT END-EXEC
             MOVE "O" TO WS-NAV-ENVOI
             MOVE "EXEMPLAIRE" TO AUDIT-TABLE
             MOVE EXEMPLAIRE-CODE-B TO AUDIT-CLE
             MOVE NAV-DEPART TO AUDIT-ANCIENNE
             MOVE SPACES TO AUDIT-NOUVELLE
             STRING "T vers " DELIMITED BY SIZE
                    SITE-DEST DELIMITED BY SIZE
               INTO AUDIT-NOUVELLE
             END-STRING
             PERFORM 0281-AUDIT-ENREGISTRE-DEB
             THRU    0281-AUDIT-ENREGISTRE-FIN
           END-IF.

           EXIT.
       0462-NAVETTE-DEPART-FIN.

      ******************************************************************
      *Pointage a l'arrivee d'un exemplaire en transit, scanne au
      *guichet du site SITE-GUICHET : le mouvement de navette est
      *clos, l'exemplaire repasse disponible sur ce site puis il est
      *traite comme un retour sur place (mise de cote pour une
      *reservation a retirer ici avec avis au lecteur, ou nouveau
      *depart si le site de retrait a change entre-temps).
       0463-NAVETTE-RECEPTION-DEB.
           DISPLAY "Code-barre de l'exemplaire recu: "
           ACCEPT WS-SAISIE
           PERFORM 0414-CODE-BARRE-LIT-DEB
           THRU    0414-CODE-BARRE-LIT-FIN

           IF NOT WS-CODE-B-OUI
             DISPLAY "Code-barre inconnu."
           ELSE
             EXEC SQL
               SELECT navette_id, site_depart, site_arrivee
               INTO :NAV-ID, :NAV-DEPART, :NAV-ARRIVEE
               FROM navette
               WHERE exemplaire_id = :EXEMPLAIRE-ID
                 AND date_reception IS NULL
             END-EXEC

             IF SQLCODE NOT = 0 OR EXEMPLAIRE-STATUT NOT = "T"
               DISPLAY "Exemplaire " EXEMPLAIRE-CODE-B
                       " non attendu par la navette (statut "
                       EXEMPLAIRE-STATUT ")."
             ELSE
               IF NAV-ARRIVEE NOT = SITE-GUICHET
                 DISPLAY "Exemplaire adresse au site " NAV-ARRIVEE
                         ", recu au site " SITE-GUICHET "."
               END-IF

               ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
               MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
               MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
               MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
               MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
               MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
               MOVE WS-DATE-PARSE-VAL TO NAV-DATE-RECEP

               EXEC SQL
                 UPDATE navette
                 SET date_reception = :NAV-DATE-RECEP,
                     site_reception = :SITE-GUICHET
                 WHERE navette_id = :NAV-ID
                   AND date_reception IS NULL
               END-EXEC

               IF SQLCODE = 0
                 EXEC SQL
                   UPDATE exemplaire
                   SET statut = 'D',
                       site_present = :SITE-GUICHET
                   WHERE exemplaire_id = :EXEMPLAIRE-ID
                 END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                 DISPLAY "Erreur pointage de la navette. SQLCODE: "
                                                            SQLCODE
                 EXEC SQL ROLLBACK END-EXEC
               ELSE
                 EXEC SQL COMMIT END-EXEC
                 MOVE "EXEMPLAIRE" TO AUDIT-TABLE
                 MOVE EXEMPLAIRE-CODE-B TO AUDIT-CLE
                 MOVE "T" TO AUDIT-ANCIENNE
                 MOVE SPACES TO AUDIT-NOUVELLE
                 STRING "D recu a " DELIMITED BY SIZE
                        SITE-GUICHET DELIMITED BY SIZE
                   INTO AUDIT-NOUVELLE
                 END-STRING
                 PERFORM 0281-AUDIT-ENREGISTRE-DEB
                 THRU    0281-AUDIT-ENREGISTRE-FIN

                 EXEC SQL
                   SELECT code, titre
                   INTO :LIVRE-CODE, :LIVRE-TITRE
                   FROM livre
                   WHERE livre_id = :LIVRE-ID
                 END-EXEC

                 MOVE "D" TO WS-REMPL-ETAT
                 PERFORM 0261-RETOUR-RESERVE-DEB
                 THRU    0261-RETOUR-RESERVE-FIN
                 PERFORM 0461-EXEMPLAIRE-LOCALISE-DEB
                 THRU    0461-EXEMPLAIRE-LOCALISE-FIN
                 PERFORM 0253-SYNC-EXEMPLAIRES-DEB
                 THRU    0253-SYNC-EXEMPLAIRES-FIN

                 EVALUATE TRUE
                   WHEN WS-NAV-ENVOI-OUI
                     DISPLAY ">>> Reception pointee, exemplaire a "
                             "renvoyer par la navette vers "
                             SITE-DEST "."
                   WHEN WS-RESA-OUI
                     DISPLAY ">>> Reception pointee, exemplaire a "
                             "mettre de cote (reserve)."
                   WHEN OTHER
                     DISPLAY ">>> Reception pointee, exemplaire "
                             "remis en rayon."
                 END-EVALUATE
               END-IF
             END-IF
           END-IF.

           EXIT.
       0463-NAVETTE-RECEPTION-FIN.

      ******************************************************************
      *Exemplaires en transit, du plus ancien depart au plus recent,
      *avec leurs sites de depart et d'arrivee ; un transit de plus de
      *WS-NAV-DELAI-JOURS jours est signale (colis egare).
       0464-NAVETTE-EN-COURS-DEB.
           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           COMPUTE WS-NAV-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYS-NUM)

           DISPLAY " "
           DISPLAY "Exemplaires en transit"

           MOVE 0 TO WS-NB-AFFICHE
           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT code_barre, titre, site_depart, site_arrivee,
                      motif, date_envoi
               INTO :EXEMPLAIRE-CODE-B, :LIVRE-TITRE, :NAV-DEPART,
                    :NAV-ARRIVEE, :NAV-MOTIF, :NAV-DATE
               FROM (SELECT e.code_barre, l.titre, n.site_depart,
                            n.site_arrivee, n.motif, n.date_envoi,
                            ROW_NUMBER() OVER
                              (ORDER BY n.navette_id ASC) AS rn
                     FROM navette n
                     JOIN exemplaire e
                       ON e.exemplaire_id = n.exemplaire_id
                     JOIN livre l ON l.livre_id = e.livre_id
                     WHERE n.date_reception IS NULL) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               ADD 1 TO WS-NB-AFFICHE
               PERFORM 0467-NAVETTE-MOTIF-LIB-DEB
               THRU    0467-NAVETTE-MOTIF-LIB-FIN
               DISPLAY EXEMPLAIRE-CODE-B " " LIVRE-TITRE
               DISPLAY "    " NAV-DEPART " -> " NAV-ARRIVEE
                       " depuis le " NAV-DATE " (" WS-NAV-MOTIF-LIB
                       ")"
               MOVE NAV-DATE TO WS-DATE-PARSE-VAL
               IF WS-DATE-PARSE-AAAA IS NUMERIC
                  AND WS-DATE-PARSE-MM IS NUMERIC
                  AND WS-DATE-PARSE-JJ IS NUMERIC
                 COMPUTE WS-DATE-PARSE-NUM =
                     WS-DATE-PARSE-AAAA * 10000
                   + WS-DATE-PARSE-MM   * 100
                   + WS-DATE-PARSE-JJ
                 IF WS-NAV-JOUR-INT -
                    FUNCTION INTEGER-OF-DATE(WS-DATE-PARSE-NUM)
                    > WS-NAV-DELAI-JOURS
                   DISPLAY "    *** transit anormalement long, "
                           "a rechercher."
                 END-IF
               END-IF
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-NB-AFFICHE = 0
             DISPLAY "Aucun exemplaire en transit."
           END-IF.

           EXIT.
       0464-NAVETTE-EN-COURS-FIN.

      ******************************************************************
      *Bordereau de navette dans navette-bordereau.txt : une section
      *par site destinataire listant les exemplaires partis en navette
      *depuis le bordereau precedent (date_bordereau vide), avec leur
      *site de depart, puis marquage de ces mouvements a la date du
      *jour pour qu'ils ne figurent que sur un seul bordereau.
      *Utilise au guichet et par l'etape batch NAVETTE.
       0465-NAVETTE-BORDEREAU-DEB.
           MOVE "N" TO WS-NAV-ECHEC
           MOVE 0 TO WS-NAV-NB

           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO NAV-DATE

           OPEN OUTPUT F-NAVETTE

           IF NOT F-NAVETTE-OK
             DISPLAY "Impossible d'ouvrir navette-bordereau.txt, "
                     "statut: " F-NAVETTE-STATUS
             MOVE "O" TO WS-NAV-ECHEC
           ELSE
             MOVE SPACES TO WS-NAV-SITE-PREC

             EXEC SQL
               DECLARE CNAVETTE CURSOR FOR
               SELECT n.navette_id, n.site_arrivee, n.site_depart,
                      n.motif, e.code_barre, l.titre
               FROM navette n
               JOIN exemplaire e ON e.exemplaire_id = n.exemplaire_id
               JOIN livre l ON l.livre_id = e.livre_id
               WHERE n.date_bordereau IS NULL
                 AND n.date_reception IS NULL
               ORDER BY n.site_arrivee, n.site_depart, n.navette_id
             END-EXEC

             EXEC SQL OPEN CNAVETTE END-EXEC

             IF SQLCODE NOT = 0
               DISPLAY "Erreur lecture de la navette. SQLCODE: "
                                                            SQLCODE
               MOVE "O" TO WS-NAV-ECHEC
             ELSE
               MOVE "O" TO WS-VALIDE
               PERFORM UNTIL NOT WS-SAISIE-OK
                 EXEC SQL
                   FETCH CNAVETTE
                   INTO :NAV-ID, :NAV-ARRIVEE, :NAV-DEPART,
                        :NAV-MOTIF, :EXEMPLAIRE-CODE-B, :LIVRE-TITRE
                 END-EXEC

                 IF SQLCODE NOT = 0
                   MOVE "N" TO WS-VALIDE
                 ELSE
                   IF NAV-ARRIVEE NOT = WS-NAV-SITE-PREC
                     PERFORM 0468-NAVETTE-SECTION-DEB
                     THRU    0468-NAVETTE-SECTION-FIN
                   END-IF

                   PERFORM 0467-NAVETTE-MOTIF-LIB-DEB
                   THRU    0467-NAVETTE-MOTIF-LIB-FIN
                   MOVE SPACES TO LIGNE-NAVETTE
                   STRING NAV-DEPART          DELIMITED BY SIZE
                          "  "                DELIMITED BY SIZE
                          EXEMPLAIRE-CODE-B   DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          LIVRE-TITRE(1:30)   DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          WS-NAV-MOTIF-LIB    DELIMITED BY SIZE
                     INTO LIGNE-NAVETTE
                   END-STRING
                   WRITE LIGNE-NAVETTE
                   ADD 1 TO WS-NAV-NB
                   ADD 1 TO WS-NAV-NB-SITE

                   EXEC SQL
                     UPDATE navette
                     SET date_bordereau = :NAV-DATE
                     WHERE navette_id = :NAV-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                     DISPLAY "Erreur marquage navette " NAV-ID
                             " SQLCODE: " SQLCODE
                     MOVE "O" TO WS-NAV-ECHEC
                     MOVE "N" TO WS-VALIDE
                   END-IF
                 END-IF
               END-PERFORM

               EXEC SQL CLOSE CNAVETTE END-EXEC
             END-IF

             IF WS-NAV-SITE-PREC NOT = SPACES
               PERFORM 0469-NAVETTE-SECTION-PIED-DEB
               THRU    0469-NAVETTE-SECTION-PIED-FIN
             END-IF

             IF WS-NAV-NB = 0
               MOVE SPACES TO LIGNE-NAVETTE
               STRING "NAVETTE DU " DELIMITED BY SIZE
                      NAV-DATE DELIMITED BY SIZE
                      " : AUCUN EXEMPLAIRE A ACHEMINER"
                      DELIMITED BY SIZE
                 INTO LIGNE-NAVETTE
               END-STRING
               WRITE LIGNE-NAVETTE
             END-IF

             CLOSE F-NAVETTE

      *Un bordereau incomplet n'est pas valide : les mouvements
      *restent a reprendre sur le suivant.
             IF WS-NAV-ECHEC-OUI
               EXEC SQL ROLLBACK END-EXEC
             ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Bordereau de navette: " WS-NAV-NB
                       " exemplaire(s), navette-bordereau.txt."
             END-IF
           END-IF.

           EXIT.
       0465-NAVETTE-BORDEREAU-FIN.

      ******************************************************************
      *Controle du code site SITE-CODE dans la table site :
      *WS-SITE-OK a O et libelle dans SITE-LIBELLE s'il existe.
       0466-SITE-CONTROLE-DEB.
           MOVE "N" TO WS-SITE-OK
           MOVE SPACES TO SITE-LIBELLE

           EXEC SQL
             SELECT libelle
             INTO :SITE-LIBELLE
             FROM site
             WHERE site_code = :SITE-CODE
           END-EXEC

           IF SQLCODE = 0
             MOVE "O" TO WS-SITE-OK
           END-IF.

           EXIT.
       0466-SITE-CONTROLE-FIN.

      ******************************************************************
      *Libelle du motif de navette NAV-MOTIF dans WS-NAV-MOTIF-LIB.
       0467-NAVETTE-MOTIF-LIB-DEB.
           EVALUATE NAV-MOTIF
             WHEN "V"
               MOVE "reservation" TO WS-NAV-MOTIF-LIB
             WHEN "A"
               MOVE "affectation" TO WS-NAV-MOTIF-LIB
             WHEN OTHER
               MOVE "retour au site" TO WS-NAV-MOTIF-LIB
           END-EVALUATE.

           EXIT.
       0467-NAVETTE-MOTIF-LIB-FIN.

      ******************************************************************
      *Debut de la section du site destinataire NAV-ARRIVEE dans le
      *bordereau de navette (apres le pied de la section precedente).
       0468-NAVETTE-SECTION-DEB.
           IF WS-NAV-SITE-PREC NOT = SPACES
             PERFORM 0469-NAVETTE-SECTION-PIED-DEB
             THRU    0469-NAVETTE-SECTION-PIED-FIN
           END-IF

           MOVE NAV-ARRIVEE TO WS-NAV-SITE-PREC
           MOVE 0 TO WS-NAV-NB-SITE
           MOVE NAV-ARRIVEE TO SITE-CODE
           PERFORM 0466-SITE-CONTROLE-DEB
           THRU    0466-SITE-CONTROLE-FIN

           MOVE ALL "=" TO LIGNE-NAVETTE
           WRITE LIGNE-NAVETTE
           MOVE SPACES TO LIGNE-NAVETTE
           STRING "NAVETTE DU " DELIMITED BY SIZE
                  NAV-DATE DELIMITED BY SIZE
                  " - A DESTINATION DE " DELIMITED BY SIZE
                  NAV-ARRIVEE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SITE-LIBELLE DELIMITED BY SIZE
             INTO LIGNE-NAVETTE
           END-STRING
           WRITE LIGNE-NAVETTE
           MOVE ALL "=" TO LIGNE-NAVETTE
           WRITE LIGNE-NAVETTE
           MOVE "DEP  CODE-BARRE        TITRE" TO LIGNE-NAVETTE
           MOVE "MOTIF" TO LIGNE-NAVETTE(55:5)
           WRITE LIGNE-NAVETTE.

           EXIT.
       0468-NAVETTE-SECTION-FIN.

      ******************************************************************
      *Pied de section du bordereau de navette : nombre d'exemplaires
      *pour le site et visa de reception a l'arrivee.
       0469-NAVETTE-SECTION-PIED-DEB.
           MOVE WS-NAV-NB-SITE TO WS-NAV-NB-EDIT
           MOVE SPACES TO LIGNE-NAVETTE
           STRING "Exemplaires pour " DELIMITED BY SIZE
                  WS-NAV-SITE-PREC DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-NAV-NB-EDIT DELIMITED BY SIZE
             INTO LIGNE-NAVETTE
           END-STRING
           WRITE LIGNE-NAVETTE
           MOVE "Recu le ..........  par .................."
             TO LIGNE-NAVETTE
           WRITE LIGNE-NAVETTE
           MOVE SPACES TO LIGNE-NAVETTE
           WRITE LIGNE-NAVETTE.

           EXIT.
       0469-NAVETTE-SECTION-PIED-FIN.

      ******************************************************************
      *Navette entre sites : pointage des arrivees au guichet du site,
      *exemplaires en transit et bordereau de navette du jour.
       0470-NAVETTE-DEB.
           MOVE 1 TO WS-CHOIX-3
           PERFORM UNTIL WS-CHOIX-3 = 0
             DISPLAY " "
             DISPLAY "Navette - guichet du site " SITE-GUICHET
             DISPLAY "1 - Pointer la reception d'un exemplaire"
             DISPLAY "2 - Exemplaires en transit"
             DISPLAY "3 - Bordereau de navette du jour"
             DISPLAY "0 - Quitter"
             ACCEPT WS-SAISIE
             MOVE WS-SAISIE TO WS-CHOIX-3
             EVALUATE WS-CHOIX-3
               WHEN = 1
                 PERFORM 0463-NAVETTE-RECEPTION-DEB
                 THRU    0463-NAVETTE-RECEPTION-FIN
               WHEN = 2
                 PERFORM 0464-NAVETTE-EN-COURS-DEB
                 THRU    0464-NAVETTE-EN-COURS-FIN
               WHEN = 3
                 PERFORM 0465-NAVETTE-BORDEREAU-DEB
                 THRU    0465-NAVETTE-BORDEREAU-FIN
               WHEN = 0
                 DISPLAY "Vous sortez du menu de la navette"
               WHEN OTHER
                 DISPLAY "Mauvaise saisie, veuillez recommencer"
             END-EVALUATE
           END-PERFORM.

           EXIT.
       0470-NAVETTE-FIN.

      ******************************************************************
      *Saisie d'un site dans SITE-CODE, SITE-GUICHET par defaut,
      *controle dans la table site.
       0471-SITE-SAISIE-DEB.
           MOVE "N" TO WS-SITE-OK
           PERFORM UNTIL WS-SITE-VALIDE
             DISPLAY "Site (" SITE-GUICHET " par defaut): "
             ACCEPT WS-SAISIE
             MOVE FUNCTION UPPER-CASE(WS-SAISIE(1:3)) TO SITE-CODE
             IF SITE-CODE = SPACES
               MOVE SITE-GUICHET TO SITE-CODE
             END-IF
             PERFORM 0466-SITE-CONTROLE-DEB
             THRU    0466-SITE-CONTROLE-FIN
             IF NOT WS-SITE-VALIDE
               DISPLAY "Site inconnu."
             END-IF
           END-PERFORM.

           EXIT.
       0471-SITE-SAISIE-FIN.

      ******************************************************************
      *Acheminement d'un exemplaire pour la reservation qui vient
      *d'etre posee sur LIVRE-ID avec retrait au site RESA-SITE :
      *si aucun exemplaire n'est en rayon sur ce site, un exemplaire
      *en rayon sur un autre site part par la navette et sera mis de
      *cote a son arrivee.
       0472-RESA-ACHEMINE-DEB.
           EXEC SQL
             SELECT COUNT(*)
             INTO :EXEMPLAIRE-NB
             FROM exemplaire
             WHERE livre_id = :LIVRE-ID
               AND statut = 'D'
               AND COALESCE(site_present, 'CEN') = :RESA-SITE
               AND exemplaire_id NOT IN
                   (SELECT b.exemplaire_id FROM bulletin b
                    WHERE b.exemplaire_id IS NOT NULL
                      AND b.numero =
                          (SELECT MAX(b2.numero) FROM bulletin b2
                           WHERE b2.periodique_id = b.periodique_id
                             AND b2.statut = 'R'))
           END-EXEC

           MOVE 0 TO WS-SYNC-NB-DISPO
           IF SQLCODE = 0
             MOVE EXEMPLAIRE-NB TO WS-SYNC-NB-DISPO
           END-IF

           IF SQLCODE = 0 AND WS-SYNC-NB-DISPO = 0
             EXEC SQL
               SELECT exemplaire_id, code_barre, site_present
               INTO :EXEMPLAIRE-ID, :EXEMPLAIRE-CODE-B, :NAV-DEPART
               FROM (SELECT exemplaire_id, code_barre,
                            COALESCE(site_present, 'CEN')
                              AS site_present,
                            ROW_NUMBER() OVER
                              (ORDER BY num_exemplaire ASC) AS rn
                     FROM exemplaire
                     WHERE livre_id = :LIVRE-ID
                       AND statut = 'D'
                       AND exemplaire_id NOT IN
                           (SELECT b.exemplaire_id FROM bulletin b
                            WHERE b.exemplaire_id IS NOT NULL
                              AND b.numero =
                                  (SELECT MAX(b2.numero)
                                   FROM bulletin b2
                                   WHERE b2.periodique_id =
                                         b.periodique_id
                                     AND b2.statut = 'R'))) x
               WHERE x.rn = 1
             END-EXEC

             IF SQLCODE = 0
               MOVE RESA-SITE TO SITE-DEST
               MOVE "V" TO NAV-MOTIF
               PERFORM 0462-NAVETTE-DEPART-DEB
               THRU    0462-NAVETTE-DEPART-FIN
               IF WS-NAV-ENVOI-OUI
                 DISPLAY "Exemplaire " EXEMPLAIRE-CODE-B " demande au "
                         "site " NAV-DEPART " par la navette."
                 PERFORM 0253-SYNC-EXEMPLAIRES-DEB
                 THRU    0253-SYNC-EXEMPLAIRES-FIN
               END-IF
             END-IF
           END-IF.

           EXIT.
       0472-RESA-ACHEMINE-FIN.

      ******************************************************************
      *Changement du site de rattachement de l'exemplaire
      *EXEMPLAIRE-ID (gestion des exemplaires) : un exemplaire en
      *rayon ailleurs que sur son nouveau site y part par la navette
      *(motif A affectation) ; un exemplaire sorti le rejoindra a son
      *retour.
       0473-EXEMPLAIRE-AFFECTE-DEB.
           DISPLAY "Nouveau site de rattachement."
           PERFORM 0471-SITE-SAISIE-DEB
           THRU    0471-SITE-SAISIE-FIN

           EXEC SQL
             SELECT COALESCE(site_rattachement, 'CEN'),
                    COALESCE(site_present, 'CEN')
             INTO :EXEMPLAIRE-SITE-R, :EXEMPLAIRE-SITE-P
             FROM exemplaire
             WHERE exemplaire_id = :EXEMPLAIRE-ID
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Exemplaire introuvable. SQLCODE: " SQLCODE
           ELSE
             IF EXEMPLAIRE-SITE-R = SITE-CODE
               DISPLAY "Exemplaire deja rattache au site " SITE-CODE
                       "."
             ELSE
               EXEC SQL
                 UPDATE exemplaire
                 SET site_rattachement = :SITE-CODE
                 WHERE exemplaire_id = :EXEMPLAIRE-ID
               END-EXEC

               IF SQLCODE NOT = 0
                 DISPLAY "Erreur changement de site. SQLCODE: "
                                                          SQLCODE
                 EXEC SQL ROLLBACK END-EXEC
               ELSE
                 EXEC SQL COMMIT END-EXEC
                 DISPLAY "Exemplaire rattache au site " SITE-CODE " "
                         SITE-LIBELLE
                 MOVE "EXEMPLAIRE" TO AUDIT-TABLE
                 MOVE EXEMPLAIRE-CODE-B TO AUDIT-CLE
                 MOVE EXEMPLAIRE-SITE-R TO AUDIT-ANCIENNE
                 MOVE SITE-CODE TO AUDIT-NOUVELLE
                 PERFORM 0281-AUDIT-ENREGISTRE-DEB
                 THRU    0281-AUDIT-ENREGISTRE-FIN

                 IF EXEMPLAIRE-STATUT = "D"
                    AND EXEMPLAIRE-SITE-P NOT = SITE-CODE
                   MOVE SITE-CODE TO SITE-DEST
                   MOVE EXEMPLAIRE-SITE-P TO NAV-DEPART
                   MOVE "A" TO NAV-MOTIF
                   PERFORM 0462-NAVETTE-DEPART-DEB
                   THRU    0462-NAVETTE-DEPART-FIN
                   IF WS-NAV-ENVOI-OUI
                     DISPLAY "Exemplaire a envoyer par la navette "
                             "de " NAV-DEPART " vers " SITE-DEST "."
                   END-IF
                 END-IF

                 PERFORM 0253-SYNC-EXEMPLAIRES-DEB
                 THRU    0253-SYNC-EXEMPLAIRES-FIN
               END-IF
             END-IF
           END-IF.

           EXIT.
       0473-EXEMPLAIRE-AFFECTE-FIN.

      ******************************************************************
      *Ventilation par site du titre LIVRE-CODE dans
      *export-catalogue.dat : un enregistrement L par site (exemplaires
      *rattaches, exemplaires en rayon sur le site) a la suite du
      *detail D, d'apres les compteurs tenus par
      *0253-SYNC-EXEMPLAIRES-DEB. Les enregistrements L ne comptent
      *pas dans le pied, qui reste le nombre de details.
       0474-EXPORT-SITES-DEB.
           MOVE 1 TO WS-NAV-IDX
           MOVE "O" TO WS-NAV-SUITE
           PERFORM UNTIL NOT WS-NAV-SUITE-OUI
             MOVE WS-NAV-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT site_code, compt, dispo
               INTO :SITE-CODE, :SITE-COMPT, :SITE-DISPO
               FROM (SELECT s.site_code, s.compt, s.dispo,
                            ROW_NUMBER() OVER
                              (ORDER BY s.site_code ASC) AS rn
                     FROM livre_site s
                     JOIN livre l ON l.livre_id = s.livre_id
                     WHERE l.code = :LIVRE-CODE
                       AND s.compt + s.dispo > 0) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-NAV-SUITE
             ELSE
               MOVE SPACES TO REC-EXPORT
               MOVE "L" TO EXP-TYPE
               MOVE LIVRE-CODE TO EXP-LOC-CODE
               MOVE SITE-CODE TO EXP-LOC-SITE
               MOVE SITE-COMPT TO WS-NAV-QTE
               MOVE WS-NAV-QTE TO EXP-LOC-COMPT
               MOVE SITE-DISPO TO WS-NAV-QTE
               MOVE WS-NAV-QTE TO EXP-LOC-DISPO
               WRITE REC-EXPORT
               ADD 1 TO WS-NAV-IDX
             END-IF
           END-PERFORM.

           EXIT.
       0474-EXPORT-SITES-FIN.

      ******************************************************************
      *Section des statistiques mensuelles ventilee par site : emprunts
      *consentis, retours recus et exemplaires envoyes en navette sur
      *la periode STAT-PERIODE. Les emprunts anterieurs aux annexes
      *sont comptes a la bibliotheque centrale.
       0475-STATS-SITES-DEB.
           MOVE "ACTIVITE PAR SITE" TO LIGNE-STATS
           PERFORM 0287-STATS-LIGNE-DEB
           THRU    0287-STATS-LIGNE-FIN
           MOVE "SITE                         EMPRUNTS   RETOURS"
             TO LIGNE-STATS
           MOVE "NAVETTES" TO LIGNE-STATS(48:8)
           PERFORM 0287-STATS-LIGNE-DEB
           THRU    0287-STATS-LIGNE-FIN

           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT x.site_code, x.libelle, x.nb_emp, x.nb_ret,
                      x.nb_nav
               INTO :SITE-CODE, :SITE-LIBELLE, :SITE-COMPT,
                    :SITE-PRET, :SITE-DISPO
               FROM (SELECT s.site_code, s.libelle,
                            (SELECT COUNT(*) FROM emprunt e
                             WHERE COALESCE(e.site_pret, 'CEN')
                                   = s.site_code
                               AND e.date LIKE :STAT-PERIODE)
                              AS nb_emp,
                            (SELECT COUNT(*) FROM emprunt e
                             WHERE COALESCE(e.site_retour, 'CEN')
                                   = s.site_code
                               AND e.retour LIKE :STAT-PERIODE)
                              AS nb_ret,
                            (SELECT COUNT(*) FROM navette n
                             WHERE n.site_depart = s.site_code
                               AND n.date_envoi LIKE :STAT-PERIODE)
                              AS nb_nav,
                            ROW_NUMBER() OVER
                              (ORDER BY s.site_code ASC) AS rn
                     FROM site s) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               MOVE SPACES TO LIGNE-STATS
               MOVE SITE-CODE TO LIGNE-STATS(1:3)
               MOVE SITE-LIBELLE TO LIGNE-STATS(5:20)
               MOVE SITE-COMPT TO WS-STAT-NB-NUM
               MOVE WS-STAT-NB-NUM TO WS-STAT-NB-EDIT
               MOVE WS-STAT-NB-EDIT TO LIGNE-STATS(33:5)
               MOVE SITE-PRET TO WS-STAT-NB-NUM
               MOVE WS-STAT-NB-NUM TO WS-STAT-NB-EDIT
               MOVE WS-STAT-NB-EDIT TO LIGNE-STATS(43:5)
               MOVE SITE-DISPO TO WS-STAT-NB-NUM
               MOVE WS-STAT-NB-NUM TO WS-STAT-NB-EDIT
               MOVE WS-STAT-NB-EDIT TO LIGNE-STATS(51:5)
               PERFORM 0287-STATS-LIGNE-DEB
               THRU    0287-STATS-LIGNE-FIN

               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM.

           EXIT.
       0475-STATS-SITES-FIN.

      ******************************************************************
      *Donnees personnelles d'un adherent : edition de tout ce qui est
      *detenu sur lui (droit d'acces), effacement a sa demande et
      *anonymisation des historiques anciens. L'effacement et
      *l'anonymisation sont reserves aux responsables (droit RGP).
       0480-RGPD-MENU-DEB.
           MOVE 1 TO WS-CHOIX-3
           PERFORM UNTIL WS-CHOIX-3 = 0
             DISPLAY " "
             DISPLAY "1 - Edition des donnees d'un adherent (droit "
                     "d'acces)"
             DISPLAY "2 - Effacement a la demande de l'adherent"
             DISPLAY "3 - Anonymisation des historiques anciens"
             DISPLAY "0 - Quitter"
             ACCEPT WS-SAISIE
             MOVE WS-SAISIE TO WS-CHOIX-3
             EVALUATE WS-CHOIX-3
               WHEN = 1
                 PERFORM 0481-RGPD-EXTRACTION-DEB
                 THRU    0481-RGPD-EXTRACTION-FIN
               WHEN = 2
                 MOVE "RGP" TO WS-DROIT-FONCTION
                 PERFORM 0020-DROIT-CONTROLE-DEB
                 THRU    0020-DROIT-CONTROLE-FIN
                 IF WS-DROIT-ACCORDE
                   PERFORM 0487-RGPD-EFFACE-DEB
                   THRU    0487-RGPD-EFFACE-FIN
                 END-IF
               WHEN = 3
                 MOVE "RGP" TO WS-DROIT-FONCTION
                 PERFORM 0020-DROIT-CONTROLE-DEB
                 THRU    0020-DROIT-CONTROLE-FIN
                 IF WS-DROIT-ACCORDE
                   DISPLAY "Anonymiser les emprunts clos et les "
                           "adherents inactifs depuis plus de "
                           WS-RGPD-ANNEES " ans ? (O/N): "
                   ACCEPT WS-SAISIE
                   IF FUNCTION UPPER-CASE(WS-SAISIE(1:1)) = "O"
                     PERFORM 0489-RGPD-ANONYMISATION-DEB
                     THRU    0489-RGPD-ANONYMISATION-FIN
                   END-IF
                 END-IF
               WHEN = 0
                 DISPLAY "Vous sortez du menu des donnees "
                         "personnelles"
               WHEN OTHER
                 DISPLAY "Mauvaise saisie, veuillez recommencer"
             END-EVALUATE
           END-PERFORM.

           EXIT.
       0480-RGPD-MENU-FIN.

      ******************************************************************
      *Edition des donnees detenues sur un adherent, pour repondre a
      *une demande de droit d'acces : extraction-adherent.txt reprend
      *la fiche, les emprunts (table vive puis archive), les
      *reservations, les amendes, les messages SMS et courriels et les
      *traces du journal d'audit (table vive puis archive) qui le
      *concernent. L'edition elle-meme est tracee dans le journal.
       0481-RGPD-EXTRACTION-DEB.
           DISPLAY "Numero de carte de l'adherent: "
           ACCEPT ADHERENT-CARTE

           EXEC SQL
             SELECT adherent_id, nom, prenom, telephone,
                    date_inscription, date_fin_validite,
                    COALESCE(categorie, 'A'), COALESCE(courriel, ''),
                    COALESCE(canal, 'P'), COALESCE(anonymise, 'N'),
                    COALESCE(date_anonymisation, '')
             INTO :ADHERENT-ID, :ADHERENT-NOM, :ADHERENT-PRENOM,
                  :ADHERENT-TELEPHONE, :ADHERENT-DATE-INSC,
                  :ADHERENT-DATE-FIN, :ADHERENT-CATEGORIE,
                  :ADHERENT-COURRIEL, :ADHERENT-CANAL,
                  :RGPD-ANONYME, :RGPD-DATE-ANO
             FROM adherent
             WHERE carte = :ADHERENT-CARTE
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Carte inconnue."
           ELSE
             OPEN OUTPUT F-RGPD

             IF NOT F-RGPD-OK
               DISPLAY "Impossible d'ouvrir extraction-adherent.txt, "
                       "statut: " F-RGPD-STATUS
             ELSE
               PERFORM 0490-RGPD-LIMITE-DEB
               THRU    0490-RGPD-LIMITE-FIN

               MOVE SPACES TO LIGNE-RGPD
               STRING "RELEVE DES DONNEES PERSONNELLES DETENUES "
                      DELIMITED BY SIZE
                      "- EDITE LE " DELIMITED BY SIZE
                      RGPD-DATE DELIMITED BY SIZE
                 INTO LIGNE-RGPD
               END-STRING
               WRITE LIGNE-RGPD
               MOVE "Bibliotheque municipale - reponse a une demande "
                 TO LIGNE-RGPD
               MOVE "de droit d'acces" TO LIGNE-RGPD(49:16)
               WRITE LIGNE-RGPD

               MOVE "FICHE ADHERENT" TO WS-RGPD-TITRE
               PERFORM 0485-RGPD-SECTION-DEB
               THRU    0485-RGPD-SECTION-FIN
               MOVE "Carte            : " TO LIGNE-RGPD
               MOVE ADHERENT-CARTE TO LIGNE-RGPD(20:8)
               WRITE LIGNE-RGPD
               MOVE SPACES TO LIGNE-RGPD
               MOVE "Nom              : " TO LIGNE-RGPD
               MOVE ADHERENT-NOM TO LIGNE-RGPD(20:22)
               WRITE LIGNE-RGPD
               MOVE SPACES TO LIGNE-RGPD
               MOVE "Prenom           : " TO LIGNE-RGPD
               MOVE ADHERENT-PRENOM TO LIGNE-RGPD(20:22)
               WRITE LIGNE-RGPD
               MOVE SPACES TO LIGNE-RGPD
               MOVE "Telephone        : " TO LIGNE-RGPD
               MOVE ADHERENT-TELEPHONE TO LIGNE-RGPD(20:10)
               WRITE LIGNE-RGPD
               MOVE SPACES TO LIGNE-RGPD
               MOVE "Courriel         : " TO LIGNE-RGPD
               MOVE ADHERENT-COURRIEL TO LIGNE-RGPD(20:60)
               WRITE LIGNE-RGPD
               MOVE ADHERENT-CANAL TO NOTIF-CANAL
               PERFORM 0431-CANAL-LIBELLE-DEB
               THRU    0431-CANAL-LIBELLE-FIN
               MOVE SPACES TO LIGNE-RGPD
               MOVE "Avis par         : " TO LIGNE-RGPD
               MOVE WS-NOTIF-CANAL-LIB TO LIGNE-RGPD(20:10)
               WRITE LIGNE-RGPD
               MOVE ADHERENT-CATEGORIE TO WS-REGLE-CATEGORIE
               PERFORM 0404-CATEGORIE-LIBELLE-DEB
               THRU    0404-CATEGORIE-LIBELLE-FIN
               MOVE SPACES TO LIGNE-RGPD
               MOVE "Categorie        : " TO LIGNE-RGPD
               MOVE WS-REGLE-LIBELLE TO LIGNE-RGPD(20:20)
               WRITE LIGNE-RGPD
               MOVE SPACES TO LIGNE-RGPD
               MOVE "Inscrit le       : " TO LIGNE-RGPD
               MOVE ADHERENT-DATE-INSC TO LIGNE-RGPD(20:10)
               WRITE LIGNE-RGPD
               MOVE SPACES TO LIGNE-RGPD
               MOVE "Carte valide au  : " TO LIGNE-RGPD
               MOVE ADHERENT-DATE-FIN TO LIGNE-RGPD(20:10)
               WRITE LIGNE-RGPD
               IF RGPD-ANONYME = "O"
                 MOVE SPACES TO LIGNE-RGPD
                 MOVE "Anonymisee le    : " TO LIGNE-RGPD
                 MOVE RGPD-DATE-ANO TO LIGNE-RGPD(20:10)
                 WRITE LIGNE-RGPD
               END-IF

               PERFORM 0482-RGPD-EXT-EMPRUNTS-DEB
               THRU    0482-RGPD-EXT-EMPRUNTS-FIN
               PERFORM 0483-RGPD-EXT-COMPTES-DEB
               THRU    0483-RGPD-EXT-COMPTES-FIN
               PERFORM 0484-RGPD-EXT-AUDIT-DEB
               THRU    0484-RGPD-EXT-AUDIT-FIN

               MOVE SPACES TO LIGNE-RGPD
               WRITE LIGNE-RGPD
               MOVE "FIN DU RELEVE" TO LIGNE-RGPD
               WRITE LIGNE-RGPD
               CLOSE F-RGPD

               DISPLAY "Releve des donnees de " ADHERENT-NOM " "
                       ADHERENT-PRENOM
               DISPLAY "ecrit dans extraction-adherent.txt."

               MOVE "ADHERENT" TO AUDIT-TABLE
               MOVE ADHERENT-CARTE TO AUDIT-CLE
               MOVE SPACES TO AUDIT-ANCIENNE
               MOVE "EDITION DES DONNEES (DROIT D'ACCES)"
                 TO AUDIT-NOUVELLE
               PERFORM 0281-AUDIT-ENREGISTRE-DEB
               THRU    0281-AUDIT-ENREGISTRE-FIN
             END-IF
           END-IF.

           EXIT.
       0481-RGPD-EXTRACTION-FIN.

      ******************************************************************
      *Releve : emprunts de l'adherent dans la table vive (y compris
      *les anciens prets saisis au seul nom, sans fiche liee) puis
      *dans archive-emprunts.dat (meme carte, ou meme nom et prenom
      *sans carte).
       0482-RGPD-EXT-EMPRUNTS-DEB.
           MOVE "EMPRUNTS" TO WS-RGPD-TITRE
           PERFORM 0485-RGPD-SECTION-DEB
           THRU    0485-RGPD-SECTION-FIN
           MOVE "Emprunte   Prevu      Rendu      Code          Titre"
             TO LIGNE-RGPD
           WRITE LIGNE-RGPD

           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT e.date, COALESCE(e.retour, ''), e.date_prevue,
                      l.code, l.titre
               INTO :EMPRUNT-DATE, :EMPRUNT-RETOUR,
                    :EMPRUNT-DATE-PREVUE, :LIVRE-CODE, :LIVRE-TITRE
               FROM (SELECT livre_id, date, retour, date_prevue,
                            ROW_NUMBER() OVER (ORDER BY date DESC)
                              AS rn
                     FROM emprunt
                     WHERE adherent_id = :ADHERENT-ID
                        OR (adherent_id IS NULL
                            AND nom <> 'ANONYME'
                            AND nom = :ADHERENT-NOM
                            AND prenom = :ADHERENT-PRENOM)) e
               JOIN livre l ON l.livre_id = e.livre_id
               WHERE e.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               MOVE SPACES TO LIGNE-RGPD
               MOVE EMPRUNT-DATE TO LIGNE-RGPD(1:10)
               MOVE EMPRUNT-DATE-PREVUE TO LIGNE-RGPD(12:10)
               IF EMPRUNT-RETOUR = SPACES
                 MOVE "en cours" TO LIGNE-RGPD(23:10)
               ELSE
                 MOVE EMPRUNT-RETOUR TO LIGNE-RGPD(23:10)
               END-IF
               MOVE LIVRE-CODE TO LIGNE-RGPD(34:13)
               MOVE LIVRE-TITRE TO LIGNE-RGPD(48:33)
               WRITE LIGNE-RGPD
               ADD 1 TO WS-RGPD-NB-SECTION
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           PERFORM 0486-RGPD-SECTION-PIED-DEB
           THRU    0486-RGPD-SECTION-PIED-FIN

           MOVE "EMPRUNTS ARCHIVES" TO WS-RGPD-TITRE
           PERFORM 0485-RGPD-SECTION-DEB
           THRU    0485-RGPD-SECTION-FIN

           OPEN INPUT F-ARCH-EMPRUNT

           IF NOT F-ARCH-EMPRUNT-OK
             MOVE "Archive des emprunts illisible, statut: "
               TO LIGNE-RGPD
             MOVE F-ARCH-EMPRUNT-STATUS TO LIGNE-RGPD(41:2)
             WRITE LIGNE-RGPD
             MOVE 1 TO WS-RGPD-NB-SECTION
           ELSE
             READ F-ARCH-EMPRUNT
             PERFORM UNTIL NOT F-ARCH-EMPRUNT-STATUS = "00"
               IF AE-CARTE = ADHERENT-CARTE
                  OR (AE-CARTE = SPACES
                      AND AE-NOM NOT = "ANONYME"
                      AND AE-NOM = ADHERENT-NOM
                      AND AE-PRENOM = ADHERENT-PRENOM)
                 MOVE SPACES TO LIGNE-RGPD
                 MOVE AE-DATE TO LIGNE-RGPD(1:10)
                 MOVE AE-PREVUE TO LIGNE-RGPD(12:10)
                 MOVE AE-RETOUR TO LIGNE-RGPD(23:10)
                 MOVE AE-CODE TO LIGNE-RGPD(34:13)
                 MOVE AE-TITRE TO LIGNE-RGPD(48:33)
                 WRITE LIGNE-RGPD
                 ADD 1 TO WS-RGPD-NB-SECTION
               END-IF
               READ F-ARCH-EMPRUNT
             END-PERFORM

             CLOSE F-ARCH-EMPRUNT
           END-IF

           PERFORM 0486-RGPD-SECTION-PIED-DEB
           THRU    0486-RGPD-SECTION-PIED-FIN.

           EXIT.
       0482-RGPD-EXT-EMPRUNTS-FIN.

      ******************************************************************
      *Releve : reservations en cours, amendes (ouvertes et reglees)
      *et messages SMS / courriel adresses a l'adherent.
       0483-RGPD-EXT-COMPTES-DEB.
           MOVE "RESERVATIONS EN COURS" TO WS-RGPD-TITRE
           PERFORM 0485-RGPD-SECTION-DEB
           THRU    0485-RGPD-SECTION-FIN
           MOVE "Reservee   Rang Site Code          Titre"
             TO LIGNE-RGPD
           WRITE LIGNE-RGPD

           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT r.date_resa, r.rang, r.site_r, l.code, l.titre
               INTO :RESA-DATE, :RESA-RANG, :RESA-SITE, :LIVRE-CODE,
                    :LIVRE-TITRE
               FROM (SELECT livre_id, date_resa, rang,
                            COALESCE(site_retrait, 'CEN') AS site_r,
                            ROW_NUMBER() OVER
                              (ORDER BY date_resa ASC) AS rn
                     FROM reservation
                     WHERE adherent_id = :ADHERENT-ID) r
               JOIN livre l ON l.livre_id = r.livre_id
               WHERE r.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               MOVE SPACES TO LIGNE-RGPD
               MOVE RESA-DATE TO LIGNE-RGPD(1:10)
               MOVE RESA-RANG TO LIGNE-RGPD(12:3)
               MOVE RESA-SITE TO LIGNE-RGPD(17:3)
               MOVE LIVRE-CODE TO LIGNE-RGPD(22:13)
               MOVE LIVRE-TITRE TO LIGNE-RGPD(36:38)
               WRITE LIGNE-RGPD
               ADD 1 TO WS-RGPD-NB-SECTION
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           PERFORM 0486-RGPD-SECTION-PIED-DEB
           THRU    0486-RGPD-SECTION-PIED-FIN

           MOVE "AMENDES" TO WS-RGPD-TITRE
           PERFORM 0485-RGPD-SECTION-DEB
           THRU    0485-RGPD-SECTION-FIN
           MOVE "Creee le   Montant   Nature        Etat      Reglee le"
             TO LIGNE-RGPD
           WRITE LIGNE-RGPD

           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT date_creation, montant, type, statut,
                      date_reglement
               INTO :AMENDE-DATE, :AMENDE-MONTANT, :AMENDE-TYPE,
                    :AMENDE-STATUT, :AMENDE-DATE-REGL
               FROM (SELECT date_creation, montant, type, statut,
                            COALESCE(date_reglement, '')
                              AS date_reglement,
                            ROW_NUMBER() OVER
                              (ORDER BY amende_id ASC) AS rn
                     FROM amende
                     WHERE adherent_id = :ADHERENT-ID) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               MOVE SPACES TO LIGNE-RGPD
               MOVE AMENDE-DATE TO LIGNE-RGPD(1:10)
               MOVE AMENDE-MONTANT TO LIGNE-RGPD(12:8)
               IF AMENDE-TYPE = "F"
                 MOVE "remplacement" TO LIGNE-RGPD(22:12)
               ELSE
                 MOVE "retard" TO LIGNE-RGPD(22:12)
               END-IF
               EVALUATE AMENDE-STATUT
                 WHEN "O"
                   MOVE "ouverte" TO LIGNE-RGPD(36:9)
                 WHEN "P"
                   MOVE "payee" TO LIGNE-RGPD(36:9)
                 WHEN "E"
                   MOVE "exoneree" TO LIGNE-RGPD(36:9)
                 WHEN OTHER
                   MOVE AMENDE-STATUT TO LIGNE-RGPD(36:1)
               END-EVALUATE
               MOVE AMENDE-DATE-REGL TO LIGNE-RGPD(46:10)
               WRITE LIGNE-RGPD
               ADD 1 TO WS-RGPD-NB-SECTION
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           PERFORM 0486-RGPD-SECTION-PIED-DEB
           THRU    0486-RGPD-SECTION-PIED-FIN

           MOVE "MESSAGES SMS ET COURRIELS" TO WS-RGPD-TITRE
           PERFORM 0485-RGPD-SECTION-DEB
           THRU    0485-RGPD-SECTION-FIN
           MOVE "Date       Canal    Objet                Destinataire"
             TO LIGNE-RGPD
           WRITE LIGNE-RGPD

           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT date_creation, canal, type, statut,
                      destinataire
               INTO :NOTIF-DATE, :NOTIF-CANAL, :NOTIF-TYPE,
                    :NOTIF-STATUT, :NOTIF-DEST
               FROM (SELECT date_creation, canal, type, statut,
                            COALESCE(destinataire, '')
                              AS destinataire,
                            ROW_NUMBER() OVER
                              (ORDER BY notification_id ASC) AS rn
                     FROM notification
                     WHERE adherent_id = :ADHERENT-ID) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               PERFORM 0433-NOTIF-LIBELLES-DEB
               THRU    0433-NOTIF-LIBELLES-FIN
               PERFORM 0431-CANAL-LIBELLE-DEB
               THRU    0431-CANAL-LIBELLE-FIN
               MOVE SPACES TO LIGNE-RGPD
               MOVE NOTIF-DATE TO LIGNE-RGPD(1:10)
               MOVE WS-NOTIF-CANAL-LIB TO LIGNE-RGPD(12:8)
               MOVE WS-NOTIF-TYPE-LIB TO LIGNE-RGPD(21:20)
               MOVE NOTIF-DEST TO LIGNE-RGPD(42:39)
               WRITE LIGNE-RGPD
               ADD 1 TO WS-RGPD-NB-SECTION
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           PERFORM 0486-RGPD-SECTION-PIED-DEB
           THRU    0486-RGPD-SECTION-PIED-FIN.

           EXIT.
       0483-RGPD-EXT-COMPTES-FIN.

      ******************************************************************
      *Releve : traces du journal d'audit portant la carte de
      *l'adherent (en cle ou en valeur) ou son nom sur un emprunt,
      *dans audit_log puis dans archive-audit.dat.
       0484-RGPD-EXT-AUDIT-DEB.
           MOVE "TRACES DU JOURNAL D'AUDIT" TO WS-RGPD-TITRE
           PERFORM 0485-RGPD-SECTION-DEB
           THRU    0485-RGPD-SECTION-FIN

           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT table_nom, cle, ancienne_valeur,
                      nouvelle_valeur, date_action, db_utilisateur
               INTO :AUDIT-TABLE, :AUDIT-CLE, :AUDIT-ANCIENNE,
                    :AUDIT-NOUVELLE, :AUDIT-DATE-AFF,
                    :AUDIT-UTILISATEUR
               FROM (SELECT table_nom, cle, ancienne_valeur,
                            nouvelle_valeur, date_action,
                            db_utilisateur,
                            ROW_NUMBER() OVER
                              (ORDER BY audit_id ASC) AS rn
                     FROM audit_log
                     WHERE cle = :ADHERENT-CARTE
                        OR ancienne_valeur = :ADHERENT-CARTE
                        OR nouvelle_valeur = :ADHERENT-CARTE
                        OR (table_nom = 'EMPRUNT'
                            AND nouvelle_valeur <> 'ANONYME'
                            AND (ancienne_valeur = :ADHERENT-NOM
                                 OR nouvelle_valeur = :ADHERENT-NOM)))
                    x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               PERFORM 0492-RGPD-EXT-TRACE-DEB
               THRU    0492-RGPD-EXT-TRACE-FIN
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           OPEN INPUT F-ARCH-AUDIT

           IF NOT F-ARCH-AUDIT-OK
             MOVE "Archive du journal illisible, statut: "
               TO LIGNE-RGPD
             MOVE F-ARCH-AUDIT-STATUS TO LIGNE-RGPD(39:2)
             WRITE LIGNE-RGPD
             ADD 1 TO WS-RGPD-NB-SECTION
           ELSE
             READ F-ARCH-AUDIT
             PERFORM UNTIL NOT F-ARCH-AUDIT-STATUS = "00"
               IF AA-CLE = ADHERENT-CARTE
                  OR AA-ANCIENNE = ADHERENT-CARTE
                  OR AA-NOUVELLE = ADHERENT-CARTE
                  OR (AA-TABLE = "EMPRUNT"
                      AND AA-NOUVELLE NOT = "ANONYME"
                      AND (AA-ANCIENNE = ADHERENT-NOM
                           OR AA-NOUVELLE = ADHERENT-NOM))
                 MOVE AA-TABLE TO AUDIT-TABLE
                 MOVE AA-CLE TO AUDIT-CLE
                 MOVE AA-ANCIENNE TO AUDIT-ANCIENNE
                 MOVE AA-NOUVELLE TO AUDIT-NOUVELLE
                 MOVE AA-DATE TO AUDIT-DATE-AFF
                 MOVE AA-UTILISATEUR TO AUDIT-UTILISATEUR
                 PERFORM 0492-RGPD-EXT-TRACE-DEB
                 THRU    0492-RGPD-EXT-TRACE-FIN
               END-IF
               READ F-ARCH-AUDIT
             END-PERFORM

             CLOSE F-ARCH-AUDIT
           END-IF

           PERFORM 0486-RGPD-SECTION-PIED-DEB
           THRU    0486-RGPD-SECTION-PIED-FIN.

           EXIT.
       0484-RGPD-EXT-AUDIT-FIN.

      ******************************************************************
      *Titre de section du releve (WS-RGPD-TITRE) : ligne blanche,
      *titre souligne, compteur de lignes de la section remis a zero.
       0485-RGPD-SECTION-DEB.
           MOVE SPACES TO LIGNE-RGPD
           WRITE LIGNE-RGPD
           MOVE WS-RGPD-TITRE TO LIGNE-RGPD
           WRITE LIGNE-RGPD
           MOVE ALL "-" TO LIGNE-RGPD
           WRITE LIGNE-RGPD
           MOVE SPACES TO LIGNE-RGPD
           MOVE 0 TO WS-RGPD-NB-SECTION.

           EXIT.
       0485-RGPD-SECTION-FIN.

      ******************************************************************
      *Fin de section du releve : mention explicite quand la section
      *ne contient aucune donnee.
       0486-RGPD-SECTION-PIED-DEB.
           IF WS-RGPD-NB-SECTION = 0
             MOVE "  Aucune donnee." TO LIGNE-RGPD
             WRITE LIGNE-RGPD
           END-IF
           MOVE SPACES TO LIGNE-RGPD.

           EXIT.
       0486-RGPD-SECTION-PIED-FIN.

      ******************************************************************
      *Ecriture d'une trace d'audit au releve, a partir des zones
      *AUDIT-xxx : date, table, cle et utilisateur, puis valeurs avant
      *et apres sur les lignes suivantes.
       0492-RGPD-EXT-TRACE-DEB.
           MOVE SPACES TO LIGNE-RGPD
           MOVE AUDIT-DATE-AFF TO LIGNE-RGPD(1:19)
           MOVE AUDIT-TABLE TO LIGNE-RGPD(21:12)
           MOVE AUDIT-CLE TO LIGNE-RGPD(34:25)
           MOVE AUDIT-UTILISATEUR TO LIGNE-RGPD(60:20)
           WRITE LIGNE-RGPD
           IF AUDIT-ANCIENNE NOT = SPACES
             MOVE SPACES TO LIGNE-RGPD
             MOVE "    avant : " TO LIGNE-RGPD
             MOVE AUDIT-ANCIENNE TO LIGNE-RGPD(13:60)
             WRITE LIGNE-RGPD
           END-IF
           IF AUDIT-NOUVELLE NOT = SPACES
             MOVE SPACES TO LIGNE-RGPD
             MOVE "    apres : " TO LIGNE-RGPD
             MOVE AUDIT-NOUVELLE TO LIGNE-RGPD(13:60)
             WRITE LIGNE-RGPD
           END-IF
           MOVE SPACES TO LIGNE-RGPD
           ADD 1 TO WS-RGPD-NB-SECTION.

           EXIT.
       0492-RGPD-EXT-TRACE-FIN.

      ******************************************************************
      *Effacement des donnees d'un adherent a sa demande. Refuse tant
      *qu'il a un emprunt en cours ou une amende ouverte ; ses
      *reservations sont annulees, puis sa fiche, ses emprunts, ses
      *messages et ses traces d'audit sont anonymises en une seule
      *transaction, et ses lignes des archives effacees. Les amendes
      *restent rattachees a la fiche anonymisee pour la comptabilite.
       0487-RGPD-EFFACE-DEB.
           DISPLAY "Numero de carte de l'adherent a effacer: "
           ACCEPT ADHERENT-CARTE

           EXEC SQL
             SELECT adherent_id, nom, prenom, COALESCE(anonymise, 'N')
             INTO :ADHERENT-ID, :ADHERENT-NOM, :ADHERENT-PRENOM,
                  :RGPD-ANONYME
             FROM adherent
             WHERE carte = :ADHERENT-CARTE
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Carte inconnue."
           ELSE
             IF RGPD-ANONYME = "O"
               DISPLAY "Cet adherent est deja anonymise."
             ELSE
               EXEC SQL
                 SELECT COUNT(*)
                 INTO :ADHERENT-NB-COURS
                 FROM emprunt
                 WHERE adherent_id = :ADHERENT-ID
                   AND retour IS NULL
               END-EXEC
               MOVE ADHERENT-NB-COURS TO WS-RGPD-NB-COURS

               EXEC SQL
                 SELECT COUNT(*)
                 INTO :AMENDE-NB
                 FROM amende
                 WHERE adherent_id = :ADHERENT-ID
                   AND statut = 'O'
               END-EXEC
               MOVE AMENDE-NB TO WS-RGPD-NB-AMENDE

               EXEC SQL
                 SELECT COUNT(*)
                 INTO :RESA-NB
                 FROM reservation
                 WHERE adherent_id = :ADHERENT-ID
               END-EXEC
               MOVE RESA-NB TO WS-RGPD-NB-RESA

               DISPLAY "Adherent:            " ADHERENT-NOM " "
                       ADHERENT-PRENOM
               IF WS-RGPD-NB-COURS > 0
                 DISPLAY "Effacement refuse : " WS-RGPD-NB-COURS
                         " emprunt(s) en cours a rendre d'abord."
               ELSE
                 IF WS-RGPD-NB-AMENDE > 0
                   DISPLAY "Effacement refuse : " WS-RGPD-NB-AMENDE
                           " amende(s) ouverte(s) a regler d'abord."
                 ELSE
                   IF WS-RGPD-NB-RESA > 0
                     DISPLAY "Reservations annulees par l'effacement:"
                             " " WS-RGPD-NB-RESA
                   END-IF
                   DISPLAY "Effacement definitif des donnees de cet "
                           "adherent ? (O/N): "
                   ACCEPT WS-SAISIE
                   IF FUNCTION UPPER-CASE(WS-SAISIE(1:1)) NOT = "O"
                     DISPLAY "Effacement abandonne."
                   ELSE
                     PERFORM 0493-RGPD-RESA-ANNULE-DEB
                     THRU    0493-RGPD-RESA-ANNULE-FIN

                     IF NOT WS-RGPD-ECHEC-OUI
                       PERFORM 0490-RGPD-LIMITE-DEB
                       THRU    0490-RGPD-LIMITE-FIN
                       PERFORM 0488-ADH-ANONYMISE-DEB
                       THRU    0488-ADH-ANONYMISE-FIN
                     END-IF

                     IF WS-RGPD-ECHEC-OUI
                       EXEC SQL ROLLBACK END-EXEC
                       DISPLAY "Effacement annule, aucune donnee "
                               "modifiee."
                     ELSE
                       EXEC SQL COMMIT END-EXEC

                       PERFORM 0494-RGPD-RESA-SUITE-DEB
                       THRU    0494-RGPD-RESA-SUITE-FIN

                       MOVE ADHERENT-CARTE TO WS-RGPD-CARTE
                       MOVE ADHERENT-NOM TO WS-RGPD-NOM
                       MOVE ADHERENT-PRENOM TO WS-RGPD-PRENOM
                       PERFORM 0491-RGPD-ARCHIVES-DEB
                       THRU    0491-RGPD-ARCHIVES-FIN

                       MOVE "ADHERENT" TO AUDIT-TABLE
                       MOVE RGPD-CARTE-ANO TO AUDIT-CLE
                       MOVE SPACES TO AUDIT-ANCIENNE
                       MOVE "EFFACEMENT A LA DEMANDE DE L'ADHERENT"
                         TO AUDIT-NOUVELLE
                       PERFORM 0281-AUDIT-ENREGISTRE-DEB
                       THRU    0281-AUDIT-ENREGISTRE-FIN

                       DISPLAY "Donnees effacees, fiche conservee "
                               "sous la carte " RGPD-CARTE-ANO "."
                       IF WS-RGPD-ECHEC-OUI
                         DISPLAY "Attention : archives non "
                                 "reecrites, relancer l'anonymisation."
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.
       0487-RGPD-EFFACE-FIN.

      ******************************************************************
      *Anonymisation d'un adherent (ADHERENT-ID, ADHERENT-CARTE,
      *ADHERENT-NOM, ADHERENT-PRENOM) sans COMMIT : l'appelant valide
      *ou annule l'ensemble selon WS-RGPD-ECHEC. Les emprunts perdent
      *nom, prenom, telephone et lien a la fiche mais gardent la
      *categorie de l'adherent ; les anciens emprunts sans lien a la
      *fiche mais a son nom et prenom (repris par l'extraction) sont
      *anonymises aussi ; les messages perdent destinataire et texte ;
      *les traces d'audit portant la carte ou le nom sont masquees et
      *la carte remplacee par RGPD-CARTE-ANO (ANO + identifiant) ;
      *la fiche garde categorie et dates d'inscription et de validite.
       0488-ADH-ANONYMISE-DEB.
           MOVE "N" TO WS-RGPD-ECHEC
           MOVE FUNCTION NUMVAL(ADHERENT-ID) TO WS-RGPD-ID-NUM
           MOVE SPACES TO RGPD-CARTE-ANO
           STRING "ANO" DELIMITED BY SIZE
                  WS-RGPD-ID-NUM DELIMITED BY SIZE
             INTO RGPD-CARTE-ANO
           END-STRING

           EXEC SQL
             UPDATE emprunt
             SET categorie = COALESCE(categorie,
                   (SELECT COALESCE(a.categorie, 'A')
                    FROM adherent a
                    WHERE a.adherent_id = :ADHERENT-ID)),
                 nom = 'ANONYME', prenom = '', tel = '',
                 adherent_id = NULL
             WHERE adherent_id = :ADHERENT-ID
                OR (adherent_id IS NULL
                    AND nom <> 'ANONYME'
                    AND nom = :ADHERENT-NOM
                    AND prenom = :ADHERENT-PRENOM)
           END-EXEC
           IF SQLCODE < 0
             DISPLAY "Erreur anonymisation emprunts. SQLCODE: "
                                                       SQLCODE
             MOVE "O" TO WS-RGPD-ECHEC
           END-IF

           IF NOT WS-RGPD-ECHEC-OUI
             EXEC SQL
               UPDATE notification
               SET destinataire = '', message = ''
               WHERE adherent_id = :ADHERENT-ID
             END-EXEC
             IF SQLCODE < 0
               DISPLAY "Erreur anonymisation messages. SQLCODE: "
                                                         SQLCODE
               MOVE "O" TO WS-RGPD-ECHEC
             END-IF
           END-IF

           IF NOT WS-RGPD-ECHEC-OUI
             EXEC SQL
               UPDATE audit_log
               SET ancienne_valeur = 'ANONYME',
                   nouvelle_valeur = 'ANONYME'
               WHERE table_nom = 'ADHERENT'
                 AND cle = :ADHERENT-CARTE
             END-EXEC
             IF SQLCODE NOT < 0
               EXEC SQL
                 UPDATE audit_log
                 SET cle = :RGPD-CARTE-ANO
                 WHERE cle = :ADHERENT-CARTE
               END-EXEC
             END-IF
             IF SQLCODE NOT < 0
               EXEC SQL
                 UPDATE audit_log
                 SET ancienne_valeur = 'ANONYME'
                 WHERE ancienne_valeur = :ADHERENT-CARTE
                    OR (table_nom = 'EMPRUNT'
                        AND ancienne_valeur = :ADHERENT-NOM)
               END-EXEC
             END-IF
             IF SQLCODE NOT < 0
               EXEC SQL
                 UPDATE audit_log
                 SET nouvelle_valeur = 'ANONYME'
                 WHERE nouvelle_valeur = :ADHERENT-CARTE
                    OR (table_nom = 'EMPRUNT'
                        AND nouvelle_valeur = :ADHERENT-NOM)
               END-EXEC
             END-IF
             IF SQLCODE < 0
               DISPLAY "Erreur anonymisation journal. SQLCODE: "
                                                        SQLCODE
               MOVE "O" TO WS-RGPD-ECHEC
             END-IF
           END-IF

           IF NOT WS-RGPD-ECHEC-OUI
             EXEC SQL
               UPDATE adherent
               SET carte = :RGPD-CARTE-ANO, nom = 'ANONYME',
                   prenom = '', telephone = '', courriel = NULL,
                   canal = 'P', anonymise = 'O',
                   date_anonymisation = :RGPD-DATE
               WHERE adherent_id = :ADHERENT-ID
             END-EXEC
             IF SQLCODE NOT = 0
               DISPLAY "Erreur anonymisation fiche. SQLCODE: "
                                                      SQLCODE
               MOVE "O" TO WS-RGPD-ECHEC
             END-IF
           END-IF.

           EXIT.
       0488-ADH-ANONYMISE-FIN.

      ******************************************************************
      *Anonymisation des historiques anciens (etape batch
      *ANONYMISATION, ou menu des donnees personnelles) :
      *  1. emprunts rendus avant la limite (aujourd'hui moins
      *     WS-RGPD-ANNEES ans) et traces d'audit anterieures portant
      *     un nom ou une carte, en une transaction ;
      *  2. adherents dont la carte a expire avant la limite, sans
      *     emprunt depuis, sans emprunt en cours, sans amende ouverte
      *     ni reservation, un par un (une transaction chacun) ;
      *  3. lignes des archives anterieures a la limite.
      *WS-RGPD-ECHEC a O si une phase n'a pas pu aboutir.
       0489-RGPD-ANONYMISATION-DEB.
           MOVE "N" TO WS-RGPD-ECHEC
           MOVE 0 TO WS-RGPD-NB-EMP
           MOVE 0 TO WS-RGPD-NB-AUD
           MOVE 0 TO WS-RGPD-NB-ADH
           MOVE SPACES TO WS-RGPD-CARTE
           MOVE SPACES TO WS-RGPD-NOM
           MOVE SPACES TO WS-RGPD-PRENOM

           PERFORM 0490-RGPD-LIMITE-DEB
           THRU    0490-RGPD-LIMITE-FIN
           DISPLAY "Anonymisation des donnees anterieures au "
                   RGPD-LIMITE

      *Phase 1 : emprunts clos et journal.
           EXEC SQL
             SELECT COUNT(*)
             INTO :RGPD-NB
             FROM emprunt
             WHERE retour IS NOT NULL
               AND retour < :RGPD-LIMITE
               AND (adherent_id IS NOT NULL OR nom <> 'ANONYME')
           END-EXEC
           IF SQLCODE = 0
             MOVE RGPD-NB TO WS-RGPD-NB-EMP
             EXEC SQL
               UPDATE emprunt e
               SET categorie = COALESCE(e.categorie,
                     (SELECT COALESCE(a.categorie, 'A')
                      FROM adherent a
                      WHERE a.adherent_id = e.adherent_id), 'A'),
                   nom = 'ANONYME', prenom = '', tel = '',
                   adherent_id = NULL
               WHERE e.retour IS NOT NULL
                 AND e.retour < :RGPD-LIMITE
                 AND (e.adherent_id IS NOT NULL
                      OR e.nom <> 'ANONYME')
             END-EXEC
           END-IF
           IF SQLCODE < 0
             DISPLAY "Erreur anonymisation emprunts. SQLCODE: "
                                                       SQLCODE
             MOVE "O" TO WS-RGPD-ECHEC
           END-IF

      *Dans le journal, les dates (retour, prolongation, purge) et les
      *montants restent ; noms, cartes et coordonnees sont masques.
           IF NOT WS-RGPD-ECHEC-OUI
             EXEC SQL
               SELECT COUNT(*)
               INTO :RGPD-NB
               FROM audit_log
               WHERE date_action < :RGPD-LIMITE
                 AND table_nom IN ('EMPRUNT', 'RESERVATION',
                                   'ADHERENT')
                 AND ((ancienne_valeur <> ''
                       AND ancienne_valeur <> 'ANONYME'
                       AND ancienne_valeur NOT LIKE '____-__-__%')
                   OR (nouvelle_valeur <> ''
                       AND nouvelle_valeur <> 'ANONYME'
                       AND nouvelle_valeur NOT LIKE '____-__-__%'))
             END-EXEC
             IF SQLCODE = 0
               MOVE RGPD-NB TO WS-RGPD-NB-AUD
               EXEC SQL
                 UPDATE audit_log
                 SET ancienne_valeur = 'ANONYME'
                 WHERE date_action < :RGPD-LIMITE
                   AND table_nom IN ('EMPRUNT', 'RESERVATION',
                                     'ADHERENT')
                   AND ancienne_valeur <> ''
                   AND ancienne_valeur NOT LIKE '____-__-__%'
               END-EXEC
             END-IF
             IF SQLCODE NOT < 0
               EXEC SQL
                 UPDATE audit_log
                 SET nouvelle_valeur = 'ANONYME'
                 WHERE date_action < :RGPD-LIMITE
                   AND table_nom IN ('EMPRUNT', 'RESERVATION',
                                     'ADHERENT')
                   AND nouvelle_valeur <> ''
                   AND nouvelle_valeur NOT LIKE '____-__-__%'
               END-EXEC
             END-IF
             IF SQLCODE < 0
               DISPLAY "Erreur anonymisation journal. SQLCODE: "
                                                        SQLCODE
               MOVE "O" TO WS-RGPD-ECHEC
             END-IF
           END-IF

           IF WS-RGPD-ECHEC-OUI
             EXEC SQL ROLLBACK END-EXEC
           ELSE
             EXEC SQL COMMIT END-EXEC

      *Phase 2 : adherents inactifs, le premier candidat restant a
      *chaque tour (un adherent traite sort de la selection).
             MOVE "O" TO WS-RGPD-SUITE
             PERFORM UNTIL NOT WS-RGPD-SUITE-OUI
               EXEC SQL
                 SELECT adherent_id, carte, nom, prenom
                 INTO :ADHERENT-ID, :ADHERENT-CARTE, :ADHERENT-NOM,
                      :ADHERENT-PRENOM
                 FROM (SELECT a.adherent_id, a.carte, a.nom, a.prenom,
                              ROW_NUMBER() OVER
                                (ORDER BY a.adherent_id ASC) AS rn
                       FROM adherent a
                       WHERE COALESCE(a.anonymise, 'N') <> 'O'
                         AND a.date_fin_validite < :RGPD-LIMITE
                         AND NOT EXISTS
                             (SELECT 1 FROM emprunt e
                              WHERE e.adherent_id = a.adherent_id
                                AND (e.retour IS NULL
                                     OR e.retour >= :RGPD-LIMITE
                                     OR e.date >= :RGPD-LIMITE))
                         AND NOT EXISTS
                             (SELECT 1 FROM amende m
                              WHERE m.adherent_id = a.adherent_id
                                AND m.statut = 'O')
                         AND NOT EXISTS
                             (SELECT 1 FROM reservation r
                              WHERE r.adherent_id = a.adherent_id))
                      x
                 WHERE x.rn = 1
               END-EXEC

               IF SQLCODE NOT = 0
                 IF SQLCODE NOT = 100
                   DISPLAY "Erreur lecture adherents inactifs. "
                           "SQLCODE: " SQLCODE
                   MOVE "O" TO WS-RGPD-ECHEC
                 END-IF
                 MOVE "N" TO WS-RGPD-SUITE
               ELSE
                 PERFORM 0488-ADH-ANONYMISE-DEB
                 THRU    0488-ADH-ANONYMISE-FIN
                 IF WS-RGPD-ECHEC-OUI
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "N" TO WS-RGPD-SUITE
                 ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-RGPD-NB-ADH
                   MOVE "ADHERENT" TO AUDIT-TABLE
                   MOVE RGPD-CARTE-ANO TO AUDIT-CLE
                   MOVE SPACES TO AUDIT-ANCIENNE
                   MOVE "ANONYMISATION ADHERENT INACTIF"
                     TO AUDIT-NOUVELLE
                   PERFORM 0281-AUDIT-ENREGISTRE-DEB
                   THRU    0281-AUDIT-ENREGISTRE-FIN
                 END-IF
               END-IF
             END-PERFORM
           END-IF

      *Phase 3 : archives, meme si une phase precedente a echoue pour
      *ne pas laisser en clair ce qui est deja hors delai. L'echec des
      *phases 1 et 2 est mis de cote pendant la reecriture (0491 ne
      *reecrit rien tant que WS-RGPD-ECHEC est a O) puis retabli.
           MOVE WS-RGPD-ECHEC TO WS-RGPD-ECHEC-PREC
           MOVE "N" TO WS-RGPD-ECHEC
           MOVE SPACES TO WS-RGPD-CARTE
           MOVE SPACES TO WS-RGPD-NOM
           MOVE SPACES TO WS-RGPD-PRENOM
           PERFORM 0491-RGPD-ARCHIVES-DEB
           THRU    0491-RGPD-ARCHIVES-FIN
           IF WS-RGPD-ECHEC-PREC = "O"
             MOVE "O" TO WS-RGPD-ECHEC
           END-IF

           DISPLAY " "
           DISPLAY "Emprunts anonymises       : " WS-RGPD-NB-EMP
           DISPLAY "Traces d'audit masquees   : " WS-RGPD-NB-AUD
           DISPLAY "Adherents inactifs        : " WS-RGPD-NB-ADH
           DISPLAY "Lignes d'archive masquees : " WS-RGPD-NB-ARCH.

           EXIT.
       0489-RGPD-ANONYMISATION-FIN.

      ******************************************************************
      *Date du jour dans RGPD-DATE et limite de conservation dans
      *RGPD-LIMITE (meme jour, WS-RGPD-ANNEES ans plus tot, le 28
      *fevrier quand le 29 n'existe pas cette annee-la), au format
      *AAAA-MM-JJ des colonnes date.
       0490-RGPD-LIMITE-DEB.
           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO RGPD-DATE
           SUBTRACT WS-RGPD-ANNEES FROM WS-DATE-PARSE-AAAA
           IF WS-DATE-PARSE-MM = 2 AND WS-DATE-PARSE-JJ = 29
              AND (FUNCTION MOD(WS-DATE-PARSE-AAAA, 4) NOT = 0
                   OR (FUNCTION MOD(WS-DATE-PARSE-AAAA, 100) = 0
                       AND FUNCTION MOD(WS-DATE-PARSE-AAAA, 400)
                           NOT = 0))
             MOVE 28 TO WS-DATE-PARSE-JJ
           END-IF
           MOVE WS-DATE-PARSE-VAL TO RGPD-LIMITE.

           EXIT.
       0490-RGPD-LIMITE-FIN.

      ******************************************************************
      *Reecriture de archive-emprunts.dat et archive-audit.dat sans les
      *donnees personnelles anterieures a RGPD-LIMITE, ni celles de
      *l'adherent WS-RGPD-CARTE / WS-RGPD-NOM s'il est renseigne
      *(effacement a la demande ; les emprunts archives sans carte a
      *son nom et prenom sont masques comme dans l'extraction).
      *Chaque archive est d'abord recopiee masquee dans
      *archive-rgpd.tmp puis recopiee en retour, seulement si une
      *ligne a change ; si la recopie en retour echoue, la version
      *complete reste dans archive-rgpd.tmp.
       0491-RGPD-ARCHIVES-DEB.
           MOVE 0 TO WS-RGPD-NB-ARCH

      *Archive des emprunts.
           MOVE "N" TO WS-RGPD-MODIFIE
           OPEN INPUT F-ARCH-EMPRUNT
           OPEN OUTPUT F-RGPD-TEMP

           IF NOT F-ARCH-EMPRUNT-OK OR NOT F-RGPD-TEMP-OK
             DISPLAY "Impossible de reecrire archive-emprunts.dat, "
                     "statuts: " F-ARCH-EMPRUNT-STATUS " "
                     F-RGPD-TEMP-STATUS
             MOVE "O" TO WS-RGPD-ECHEC
           ELSE
             READ F-ARCH-EMPRUNT
             PERFORM UNTIL NOT F-ARCH-EMPRUNT-STATUS = "00"
               IF (AE-RETOUR < RGPD-LIMITE
                   OR (WS-RGPD-CARTE NOT = SPACES
                       AND (AE-CARTE = WS-RGPD-CARTE
                            OR (AE-CARTE = SPACES
                                AND AE-NOM = WS-RGPD-NOM
                                AND AE-PRENOM = WS-RGPD-PRENOM))))
                  AND (AE-NOM NOT = "ANONYME"
                       OR AE-CARTE NOT = SPACES)
                 MOVE "ANONYME" TO AE-NOM
                 MOVE SPACES TO AE-PRENOM
                 MOVE SPACES TO AE-CARTE
                 MOVE "O" TO WS-RGPD-MODIFIE
                 ADD 1 TO WS-RGPD-NB-ARCH
               END-IF
               MOVE REC-ARCH-EMPRUNT TO LIGNE-RGPD-TEMP
               WRITE LIGNE-RGPD-TEMP
               READ F-ARCH-EMPRUNT
             END-PERFORM
           END-IF
           CLOSE F-ARCH-EMPRUNT
           CLOSE F-RGPD-TEMP

           IF WS-RGPD-MODIFIE-OUI AND NOT WS-RGPD-ECHEC-OUI
             OPEN INPUT F-RGPD-TEMP
             OPEN OUTPUT F-ARCH-EMPRUNT
             IF NOT F-RGPD-TEMP-OK OR NOT F-ARCH-EMPRUNT-OK
               DISPLAY "Recopie de archive-emprunts.dat impossible, "
                       "version masquee dans archive-rgpd.tmp"
               MOVE "O" TO WS-RGPD-ECHEC
             ELSE
               READ F-RGPD-TEMP
               PERFORM UNTIL NOT F-RGPD-TEMP-STATUS = "00"
                 MOVE LIGNE-RGPD-TEMP TO REC-ARCH-EMPRUNT
                 WRITE REC-ARCH-EMPRUNT
                 READ F-RGPD-TEMP
               END-PERFORM
             END-IF
             CLOSE F-RGPD-TEMP
             CLOSE F-ARCH-EMPRUNT
           END-IF

      *Archive du journal d'audit, memes regles que la table vive.
           MOVE "N" TO WS-RGPD-MODIFIE
           IF NOT WS-RGPD-ECHEC-OUI
             OPEN INPUT F-ARCH-AUDIT
             OPEN OUTPUT F-RGPD-TEMP

             IF NOT F-ARCH-AUDIT-OK OR NOT F-RGPD-TEMP-OK
               DISPLAY "Impossible de reecrire archive-audit.dat, "
                       "statuts: " F-ARCH-AUDIT-STATUS " "
                       F-RGPD-TEMP-STATUS
               MOVE "O" TO WS-RGPD-ECHEC
             ELSE
               READ F-ARCH-AUDIT
               PERFORM UNTIL NOT F-ARCH-AUDIT-STATUS = "00"
                 IF WS-RGPD-CARTE NOT = SPACES
                   IF AA-TABLE = "ADHERENT"
                      AND AA-CLE = WS-RGPD-CARTE
                     MOVE "ANONYME" TO AA-ANCIENNE
                     MOVE "ANONYME" TO AA-NOUVELLE
                   END-IF
                   IF AA-CLE = WS-RGPD-CARTE
                     MOVE RGPD-CARTE-ANO TO AA-CLE
                     MOVE "O" TO WS-RGPD-MODIFIE
                     ADD 1 TO WS-RGPD-NB-ARCH
                   END-IF
                   IF AA-ANCIENNE = WS-RGPD-CARTE
                      OR (AA-TABLE = "EMPRUNT"
                          AND AA-ANCIENNE = WS-RGPD-NOM)
                     MOVE "ANONYME" TO AA-ANCIENNE
                     MOVE "O" TO WS-RGPD-MODIFIE
                     ADD 1 TO WS-RGPD-NB-ARCH
                   END-IF
                   IF AA-NOUVELLE = WS-RGPD-CARTE
                      OR (AA-TABLE = "EMPRUNT"
                          AND AA-NOUVELLE = WS-RGPD-NOM)
                     MOVE "ANONYME" TO AA-NOUVELLE
                     MOVE "O" TO WS-RGPD-MODIFIE
                     ADD 1 TO WS-RGPD-NB-ARCH
                   END-IF
                 END-IF
                 IF AA-DATE < RGPD-LIMITE
                    AND (AA-TABLE = "EMPRUNT"
                         OR AA-TABLE = "RESERVATION"
                         OR AA-TABLE = "ADHERENT")
                   IF AA-ANCIENNE NOT = SPACES
                      AND AA-ANCIENNE NOT = "ANONYME"
                      AND AA-ANCIENNE(5:1) NOT = "-"
                     MOVE "ANONYME" TO AA-ANCIENNE
                     MOVE "O" TO WS-RGPD-MODIFIE
                     ADD 1 TO WS-RGPD-NB-ARCH
                   END-IF
                   IF AA-NOUVELLE NOT = SPACES
                      AND AA-NOUVELLE NOT = "ANONYME"
                      AND AA-NOUVELLE(5:1) NOT = "-"
                     MOVE "ANONYME" TO AA-NOUVELLE
                     MOVE "O" TO WS-RGPD-MODIFIE
                     ADD 1 TO WS-RGPD-NB-ARCH
                   END-IF
                 END-IF
                 MOVE REC-ARCH-AUDIT TO LIGNE-RGPD-TEMP
                 WRITE LIGNE-RGPD-TEMP
                 READ F-ARCH-AUDIT
               END-PERFORM
             END-IF
             CLOSE F-ARCH-AUDIT
             CLOSE F-RGPD-TEMP
           END-IF

           IF WS-RGPD-MODIFIE-OUI AND NOT WS-RGPD-ECHEC-OUI
             OPEN INPUT F-RGPD-TEMP
             OPEN OUTPUT F-ARCH-AUDIT
             IF NOT F-RGPD-TEMP-OK OR NOT F-ARCH-AUDIT-OK
               DISPLAY "Recopie de archive-audit.dat impossible, "
                       "version masquee dans archive-rgpd.tmp"
               MOVE "O" TO WS-RGPD-ECHEC
             ELSE
               READ F-RGPD-TEMP
               PERFORM UNTIL NOT F-RGPD-TEMP-STATUS = "00"
                 MOVE LIGNE-RGPD-TEMP TO REC-ARCH-AUDIT
                 WRITE REC-ARCH-AUDIT
                 READ F-RGPD-TEMP
               END-PERFORM
             END-IF
             CLOSE F-RGPD-TEMP
             CLOSE F-ARCH-AUDIT
           END-IF.

           EXIT.
       0491-RGPD-ARCHIVES-FIN.

      ******************************************************************
      *Annulation des reservations de l'adherent ADHERENT-ID avant son
      *effacement, comme la purge 0297-RESA-PURGE-DEB : suppression,
      *remontee d'un rang des suivantes. Pas de COMMIT : l'appelant
      *valide ou annule l'effacement entier ; les reservations annulees
      *sont gardees dans WS-RGPD-RESA pour 0494-RGPD-RESA-SUITE-DEB.
       0493-RGPD-RESA-ANNULE-DEB.
           MOVE "N" TO WS-RGPD-ECHEC
           MOVE 0 TO WS-RGPD-RESA-MAX
           MOVE "O" TO WS-RGPD-SUITE
           PERFORM UNTIL NOT WS-RGPD-SUITE-OUI
             EXEC SQL
               SELECT reservation_id, livre_id, rang, date_resa
               INTO :RESA-ID, :RESA-LIVRE-ID, :RESA-RANG, :RESA-DATE
               FROM (SELECT reservation_id, livre_id, rang, date_resa,
                            ROW_NUMBER() OVER
                              (ORDER BY reservation_id ASC) AS rn
                     FROM reservation
                     WHERE adherent_id = :ADHERENT-ID) x
               WHERE x.rn = 1
             END-EXEC

             IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                 DISPLAY "Erreur lecture reservations. SQLCODE: "
                                                          SQLCODE
                 MOVE "O" TO WS-RGPD-ECHEC
               END-IF
               MOVE "N" TO WS-RGPD-SUITE
             ELSE
               IF WS-RGPD-RESA-MAX = 50
                 DISPLAY "Plus de 50 reservations a annuler, "
                         "annulez-en d'abord au guichet."
                 MOVE "O" TO WS-RGPD-ECHEC
                 MOVE "N" TO WS-RGPD-SUITE
               ELSE
                 EXEC SQL
                   DELETE FROM reservation
                   WHERE reservation_id = :RESA-ID
                 END-EXEC

                 IF SQLCODE NOT = 0
                   DISPLAY "Erreur annulation reservation. SQLCODE: "
                                                            SQLCODE
                   MOVE "O" TO WS-RGPD-ECHEC
                   MOVE "N" TO WS-RGPD-SUITE
                 ELSE
                   EXEC SQL
                     UPDATE reservation
                     SET rang = rang - 1
                     WHERE livre_id = :RESA-LIVRE-ID
                       AND rang > :RESA-RANG
                   END-EXEC

                   IF SQLCODE < 0
                     DISPLAY "Erreur renumerotation des reservations."
                             " SQLCODE: " SQLCODE
                     MOVE "O" TO WS-RGPD-ECHEC
                     MOVE "N" TO WS-RGPD-SUITE
                   ELSE
                     ADD 1 TO WS-RGPD-RESA-MAX
                     SET IDX-RGPD-RESA TO WS-RGPD-RESA-MAX
                     MOVE RESA-ID TO WS-RGPD-RESA-ID(IDX-RGPD-RESA)
                     MOVE RESA-LIVRE-ID
                       TO WS-RGPD-RESA-LIVRE(IDX-RGPD-RESA)
                     MOVE RESA-DATE
                       TO WS-RGPD-RESA-DATE(IDX-RGPD-RESA)
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           EXIT.
       0493-RGPD-RESA-ANNULE-FIN.

      ******************************************************************
      *Suite de l'annulation des reservations une fois l'effacement
      *valide : recalcul des compteurs de chaque titre concerne et
      *trace de chaque reservation annulee au journal d'audit.
       0494-RGPD-RESA-SUITE-DEB.
           PERFORM VARYING IDX-RGPD-RESA FROM 1 BY 1
                   UNTIL IDX-RGPD-RESA > WS-RGPD-RESA-MAX
             MOVE WS-RGPD-RESA-LIVRE(IDX-RGPD-RESA) TO LIVRE-ID
             PERFORM 0253-SYNC-EXEMPLAIRES-DEB
             THRU    0253-SYNC-EXEMPLAIRES-FIN
             MOVE "RESERVATION" TO AUDIT-TABLE
             MOVE WS-RGPD-RESA-ID(IDX-RGPD-RESA) TO AUDIT-CLE
             MOVE WS-RGPD-RESA-DATE(IDX-RGPD-RESA) TO AUDIT-ANCIENNE
             MOVE SPACES TO AUDIT-NOUVELLE
             PERFORM 0281-AUDIT-ENREGISTRE-DEB
             THRU    0281-AUDIT-ENREGISTRE-FIN
           END-PERFORM.

           EXIT.
       0494-RGPD-RESA-SUITE-FIN.

      ******************************************************************
      *Periodiques : titres et abonnements, bulletinage des numeros
      *recus, reclamations des numeros en retard aupres du fournisseur,
      *abonnements a renouveler et desherbage des numeros anciens.
       0500-PERIODIQUE-DEB.
           MOVE 1 TO WS-CHOIX-3
           PERFORM UNTIL WS-CHOIX-3 = 0
             DISPLAY " "
             DISPLAY "1 - Lister les titres et abonnements"
             DISPLAY "2 - Creer un titre de periodique"
             DISPLAY "3 - Renouveler un abonnement"
             DISPLAY "4 - Bulletiner un numero recu"
             DISPLAY "5 - Calendrier des numeros d'un titre"
             DISPLAY "6 - Reclamer les numeros en retard"
             DISPLAY "7 - Abonnements a renouveler"
             DISPLAY "8 - Desherber les numeros anciens"
             DISPLAY "0 - Quitter"
             ACCEPT WS-SAISIE
             MOVE WS-SAISIE TO WS-CHOIX-3
             EVALUATE WS-CHOIX-3
               WHEN = 1
                 PERFORM 0501-PER-LISTE-DEB
                 THRU    0501-PER-LISTE-FIN
               WHEN = 2
                 PERFORM 0502-PER-CREE-DEB
                 THRU    0502-PER-CREE-FIN
               WHEN = 3
                 PERFORM 0503-PER-RENOUVELLE-DEB
                 THRU    0503-PER-RENOUVELLE-FIN
               WHEN = 4
                 PERFORM 0504-PER-BULLETINAGE-DEB
                 THRU    0504-PER-BULLETINAGE-FIN
               WHEN = 5
                 PERFORM 0505-PER-CALENDRIER-DEB
                 THRU    0505-PER-CALENDRIER-FIN
               WHEN = 6
                 PERFORM 0506-PER-RECLAMATION-DEB
                 THRU    0506-PER-RECLAMATION-FIN
               WHEN = 7
                 PERFORM 0507-PER-ECHEANCES-DEB
                 THRU    0507-PER-ECHEANCES-FIN
               WHEN = 8
                 DISPLAY "Retirer les numeros plus anciens que la "
                         "duree de conservation ? (O/N): "
                 ACCEPT WS-REPONSE-2
                 MOVE FUNCTION UPPER-CASE(WS-REPONSE-2)
                   TO WS-REPONSE-2
                 IF WS-REPONSE-2 = "O"
                   PERFORM 0508-PER-DESHERBAGE-DEB
                   THRU    0508-PER-DESHERBAGE-FIN
                 END-IF
               WHEN = 0
                 DISPLAY "Vous sortez du menu des periodiques"
               WHEN OTHER
                 DISPLAY "Mauvaise saisie, veuillez recommencer"
             END-EVALUATE
           END-PERFORM.

           EXIT.
       0500-PERIODIQUE-FIN.

      ******************************************************************
      *Liste des titres de periodiques : ISSN, titre, periodicite,
      *fournisseur et fin d'abonnement, pagination ROW_NUMBER().
       0501-PER-LISTE-DEB.
           MOVE 0 TO WS-NB-AFFICHE
           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT x.issn, x.titre, x.periodicite, x.date_fin,
                      x.code
               INTO :PER-ISSN, :LIVRE-TITRE, :PER-PERIODICITE,
                    :PER-DATE-FIN, :FOURN-CODE
               FROM (SELECT p.issn, l.titre, p.periodicite,
                            COALESCE(p.date_fin, '') AS date_fin,
                            COALESCE(f.code, '') AS code,
                            ROW_NUMBER() OVER (ORDER BY l.titre ASC)
                              AS rn
                     FROM periodique p
                     JOIN livre l ON l.livre_id = p.livre_id
                     LEFT JOIN fournisseur f
                       ON f.fournisseur_id = p.fournisseur_id) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               ADD 1 TO WS-NB-AFFICHE
               PERFORM 0514-PER-PERIODICITE-DEB
               THRU    0514-PER-PERIODICITE-FIN
               DISPLAY PER-ISSN " " LIVRE-TITRE " "
                       WS-PER-PERIO-LIB
               DISPLAY "          fournisseur " FOURN-CODE
                       " abonnement jusqu'au " PER-DATE-FIN
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-NB-AFFICHE = 0
             DISPLAY "Aucun periodique enregistre."
           END-IF.

           EXIT.
       0501-PER-LISTE-FIN.

      ******************************************************************
      *Creation d'un titre de periodique : ISSN controle, notice du
      *titre (type WS-PER-TYPE, code = ISSN, creee par
      *0395-CMD-NOTICE-DEB ou reprise si elle existe), fournisseur,
      *periodicite, dates d'abonnement, duree de conservation des
      *numeros (en mois, 0 = illimitee) et delai de reclamation (en
      *jours, 0 = WS-PER-DELAI-RECLAM), puis calendrier des numeros
      *attendus sur la periode d'abonnement.
       0502-PER-CREE-DEB.
           MOVE "N" TO WS-PER-ECHEC
           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "ISSN du periodique (NNNN-NNNN): "
             ACCEPT WS-SAISIE
             PERFORM 0512-PER-ISSN-CONTROLE-DEB
             THRU    0512-PER-ISSN-CONTROLE-FIN
             IF WS-PER-ISSN-VALIDE
               MOVE "O" TO WS-VALIDE
             ELSE
               DISPLAY "ISSN invalide (cle de controle), recommencez."
             END-IF
           END-PERFORM

           EXEC SQL
             SELECT periodique_id
             INTO :PER-ID
             FROM periodique
             WHERE issn = :PER-ISSN
           END-EXEC

           IF SQLCODE = 0
             DISPLAY "Periodique deja enregistre, utilisez le "
                     "renouvellement."
           ELSE
             MOVE "N" TO WS-VALIDE
             PERFORM UNTIL WS-SAISIE-OK
               DISPLAY "Code du fournisseur de l'abonnement (vide "
                       "pour abandonner): "
               ACCEPT FOURN-CODE

               EXEC SQL
                 SELECT fournisseur_id, nom
                 INTO :FOURN-ID, :FOURN-NOM
                 FROM fournisseur
                 WHERE code = :FOURN-CODE
               END-EXEC

               IF FOURN-CODE = SPACES
                 MOVE "O" TO WS-PER-ECHEC
                 MOVE "O" TO WS-VALIDE
               ELSE
                 IF SQLCODE = 0
                   DISPLAY "Fournisseur: " FOURN-NOM
                   MOVE "O" TO WS-VALIDE
                 ELSE
                   DISPLAY "Fournisseur inconnu (menu 12 pour le "
                           "creer), recommencez."
                 END-IF
               END-IF
             END-PERFORM

             IF WS-PER-ECHEC-OUI
               DISPLAY "Creation abandonnee."
             ELSE
               MOVE "N" TO WS-VALIDE
               PERFORM UNTIL WS-SAISIE-OK
                 DISPLAY "Titre du periodique: "
                 ACCEPT LIVRE-TITRE
                 IF LIVRE-TITRE = SPACES
                   DISPLAY "Titre obligatoire, recommencez."
                 ELSE
                   MOVE "O" TO WS-VALIDE
                 END-IF
               END-PERFORM

               DISPLAY "Editeur (vide si inconnu): "
               ACCEPT AUTEUR-NOM
               MOVE SPACES TO AUTEUR-PRENOM

               MOVE "N" TO WS-VALIDE
               PERFORM UNTIL WS-SAISIE-OK
                 DISPLAY "Periodicite (H hebdomadaire, Q quinzaine, "
                         "M mensuel, B bimestriel,"
                 DISPLAY "T trimestriel, S semestriel, A annuel): "
                 ACCEPT WS-REPONSE-2
                 MOVE FUNCTION UPPER-CASE(WS-REPONSE-2)
                   TO PER-PERIODICITE
                 PERFORM 0514-PER-PERIODICITE-DEB
                 THRU    0514-PER-PERIODICITE-FIN
                 IF WS-PER-PERIO-VALIDE
                   MOVE "O" TO WS-VALIDE
                 ELSE
                   DISPLAY "Periodicite inconnue, recommencez."
                 END-IF
               END-PERFORM

               ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
               MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
               MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
               MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
               MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
               MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
               MOVE WS-DATE-PARSE-VAL TO PER-DATE-DEBUT

               MOVE "N" TO WS-VALIDE
               PERFORM UNTIL WS-SAISIE-OK
                 DISPLAY "Debut de l'abonnement, date du premier "
                         "numero (AAAA-MM-JJ, vide = " PER-DATE-DEBUT
                         "): "
                 ACCEPT WS-SAISIE
                 IF WS-SAISIE NOT = SPACES
                   MOVE WS-SAISIE TO WS-DATE-PARSE-VAL
                 END-IF
                 IF WS-DATE-PARSE-AAAA IS NUMERIC
                    AND WS-DATE-PARSE-MM IS NUMERIC
                    AND WS-DATE-PARSE-JJ IS NUMERIC
                    AND WS-DATE-PARSE-VAL(5:1) = "-"
                    AND WS-DATE-PARSE-VAL(8:1) = "-"
                   MOVE WS-DATE-PARSE-VAL TO PER-DATE-DEBUT
                   MOVE "O" TO WS-VALIDE
                 ELSE
                   DISPLAY "Date invalide, format attendu AAAA-MM-JJ."
                   MOVE PER-DATE-DEBUT TO WS-DATE-PARSE-VAL
                 END-IF
               END-PERFORM

               MOVE PER-DATE-DEBUT TO PER-LIMITE
               PERFORM 0515-PER-FIN-SAISIE-DEB
               THRU    0515-PER-FIN-SAISIE-FIN

               MOVE "N" TO WS-VALIDE
               PERFORM UNTIL WS-SAISIE-OK
                 DISPLAY "Conservation des numeros en mois "
                         "(0 = illimitee): "
                 ACCEPT WS-SAISIE
                 IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                   MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-PER-CONSERV
                   MOVE WS-PER-CONSERV TO PER-CONSERVATION
                   MOVE "O" TO WS-VALIDE
                 ELSE
                   DISPLAY "Valeur numerique attendue."
                 END-IF
               END-PERFORM

               MOVE "N" TO WS-VALIDE
               PERFORM UNTIL WS-SAISIE-OK
                 DISPLAY "Delai de reclamation en jours (0 = "
                         WS-PER-DELAI-RECLAM "): "
                 ACCEPT WS-SAISIE
                 IF FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                   MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-PER-DELAI
                   MOVE WS-PER-DELAI TO PER-DELAI
                   MOVE "O" TO WS-VALIDE
                 ELSE
                   DISPLAY "Valeur numerique attendue."
                 END-IF
               END-PERFORM

               DISPLAY "Prix de remplacement d'un numero: "
               ACCEPT CMD-PRIX

      *La notice porte le titre ; chaque numero bulletine en sera un
      *exemplaire.
               MOVE PER-ISSN TO LIVRE-CODE
               MOVE WS-PER-TYPE TO LIVRE-TYPE
               MOVE "N" TO WS-CMD-ERREUR
               PERFORM 0395-CMD-NOTICE-DEB
               THRU    0395-CMD-NOTICE-FIN

               IF WS-CMD-ERREUR-OUI
                 MOVE "O" TO WS-PER-ECHEC
               ELSE
                 EXEC SQL
                   INSERT INTO periodique
                   (livre_id, issn, periodicite, fournisseur_id,
                   date_debut, date_fin, conservation,
                   delai_reclamation)
                   VALUES (:LIVRE-ID, :PER-ISSN, :PER-PERIODICITE,
                           :FOURN-ID, :PER-DATE-DEBUT, :PER-DATE-FIN,
                           :PER-CONSERVATION, :PER-DELAI)
                 END-EXEC

                 IF SQLCODE = 0
                   EXEC SQL
                     SELECT periodique_id
                     INTO :PER-ID
                     FROM periodique
                     WHERE issn = :PER-ISSN
                   END-EXEC
                 END-IF

                 IF SQLCODE NOT = 0
                   DISPLAY "Erreur creation du periodique. SQLCODE: "
                                                              SQLCODE
                   MOVE "O" TO WS-PER-ECHEC
                 ELSE
                   MOVE 1 TO WS-PER-NUMERO
                   PERFORM 0510-PER-CALENDRIER-GENERE-DEB
                   THRU    0510-PER-CALENDRIER-GENERE-FIN
                 END-IF

                 IF WS-PER-ECHEC-OUI
                   EXEC SQL ROLLBACK END-EXEC
                 ELSE
                   EXEC SQL COMMIT END-EXEC
                   DISPLAY ">>> Periodique cree, " WS-PER-NB
                           " numero(s) attendu(s) jusqu'au "
                           PER-DATE-FIN "."
                   MOVE "PERIODIQUE" TO AUDIT-TABLE
                   MOVE PER-ISSN TO AUDIT-CLE
                   MOVE SPACES TO AUDIT-ANCIENNE
                   MOVE PER-DATE-FIN TO AUDIT-NOUVELLE
                   PERFORM 0281-AUDIT-ENREGISTRE-DEB
                   THRU    0281-AUDIT-ENREGISTRE-FIN
                 END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.
       0502-PER-CREE-FIN.

      ******************************************************************
      *Renouvellement de l'abonnement d'un titre : nouvelle date de
      *fin et prolongation du calendrier a la suite du dernier numero
      *attendu, au meme rythme. Le fournisseur et la conservation
      *peuvent etre revus au passage (vide = inchange).
       0503-PER-RENOUVELLE-DEB.
           MOVE "N" TO WS-PER-ECHEC
           PERFORM 0513-PER-CHOIX-DEB
           THRU    0513-PER-CHOIX-FIN

           IF WS-PER-TROUVE-OUI
             DISPLAY LIVRE-TITRE " abonne jusqu'au " PER-DATE-FIN

             DISPLAY "Code du nouveau fournisseur (vide = "
                     "inchange): "
             ACCEPT WS-SAISIE
             IF WS-SAISIE NOT = SPACES
               MOVE WS-SAISIE TO FOURN-CODE

               EXEC SQL
                 SELECT fournisseur_id, nom
                 INTO :FOURN-ID, :FOURN-NOM
                 FROM fournisseur
                 WHERE code = :FOURN-CODE
               END-EXEC

               IF SQLCODE = 0
                 DISPLAY "Fournisseur: " FOURN-NOM
               ELSE
                 DISPLAY "Fournisseur inconnu, inchange."
               END-IF
             END-IF

             DISPLAY "Conservation en mois (vide = " WS-PER-CONSERV
                     "): "
             ACCEPT WS-SAISIE
             IF WS-SAISIE NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
               MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-PER-CONSERV
             END-IF
             MOVE WS-PER-CONSERV TO PER-CONSERVATION

             MOVE PER-DATE-FIN TO PER-LIMITE
             PERFORM 0515-PER-FIN-SAISIE-DEB
             THRU    0515-PER-FIN-SAISIE-FIN

             EXEC SQL
               UPDATE periodique
               SET date_fin = :PER-DATE-FIN,
                   fournisseur_id = :FOURN-ID,
                   conservation = :PER-CONSERVATION
               WHERE periodique_id = :PER-ID
             END-EXEC

             IF SQLCODE NOT = 0
               DISPLAY "Erreur renouvellement. SQLCODE: " SQLCODE
               MOVE "O" TO WS-PER-ECHEC
             ELSE
               EXEC SQL
                 SELECT COALESCE(MAX(numero), 0)
                 INTO :BULL-NUMERO
                 FROM bulletin
                 WHERE periodique_id = :PER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                 MOVE "O" TO WS-PER-ECHEC
               ELSE
                 MOVE BULL-NUMERO TO WS-PER-NUMERO
                 ADD 1 TO WS-PER-NUMERO
                 PERFORM 0510-PER-CALENDRIER-GENERE-DEB
                 THRU    0510-PER-CALENDRIER-GENERE-FIN
               END-IF
             END-IF

             IF WS-PER-ECHEC-OUI
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Renouvellement abandonne."
             ELSE
               EXEC SQL COMMIT END-EXEC
               DISPLAY ">>> Abonnement renouvele jusqu'au "
                       PER-DATE-FIN ", " WS-PER-NB
                       " numero(s) ajoute(s) au calendrier."
               MOVE "PERIODIQUE" TO AUDIT-TABLE
               MOVE PER-ISSN TO AUDIT-CLE
               MOVE PER-LIMITE TO AUDIT-ANCIENNE
               MOVE PER-DATE-FIN TO AUDIT-NOUVELLE
               PERFORM 0281-AUDIT-ENREGISTRE-DEB
               THRU    0281-AUDIT-ENREGISTRE-FIN
             END-IF
           END-IF.

           EXIT.
       0503-PER-RENOUVELLE-FIN.

      ******************************************************************
      *Bulletinage d'un numero recu : le plus ancien numero attendu
      *(ou reclame) du titre est propose, un autre numero peut etre
      *saisi. Le numero devient un exemplaire pretable du titre
      *(0254-EXEMPLAIRE-AJOUTE-DEB, code-barre ISSN-numero
      *d'exemplaire), le bulletin passe au statut R avec sa date de
      *reception et les compteurs du titre sont recalcules. Si le
      *bulletin ne peut etre mis a jour, l'exemplaire deja cree est
      *retire (statut X) : le numero reste attendu sans laisser un
      *exemplaire en trop au prochain bulletinage.
       0504-PER-BULLETINAGE-DEB.
           PERFORM 0513-PER-CHOIX-DEB
           THRU    0513-PER-CHOIX-FIN

           IF WS-PER-TROUVE-OUI
             EXEC SQL
               SELECT x.bulletin_id, x.numero, x.date_prevue
               INTO :BULL-ID, :BULL-NUMERO, :BULL-DATE-PREVUE
               FROM (SELECT bulletin_id, numero, date_prevue,
                            ROW_NUMBER() OVER (ORDER BY numero ASC)
                              AS rn
                     FROM bulletin
                     WHERE periodique_id = :PER-ID
                       AND statut IN ('A', 'C')) x
               WHERE x.rn = 1
             END-EXEC

             IF SQLCODE NOT = 0
               DISPLAY "Aucun numero attendu pour ce titre, "
                       "renouvelez l'abonnement."
             ELSE
               DISPLAY "Numero " BULL-NUMERO " attendu le "
                       BULL-DATE-PREVUE
               DISPLAY "Numero recu (vide = " BULL-NUMERO "): "
               ACCEPT WS-SAISIE
               IF WS-SAISIE NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-SAISIE) = 0
                 MOVE FUNCTION NUMVAL(WS-SAISIE) TO WS-PER-NUMERO
                 MOVE WS-PER-NUMERO TO BULL-NUMERO

                 EXEC SQL
                   SELECT bulletin_id, date_prevue
                   INTO :BULL-ID, :BULL-DATE-PREVUE
                   FROM bulletin
                   WHERE periodique_id = :PER-ID
                     AND numero = :BULL-NUMERO
                     AND statut IN ('A', 'C')
                 END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                 DISPLAY "Numero inconnu ou deja recu."
               ELSE
                 MOVE "N" TO WS-EXEM-ERREUR
                 PERFORM 0254-EXEMPLAIRE-AJOUTE-DEB
                 THRU    0254-EXEMPLAIRE-AJOUTE-FIN

                 IF NOT WS-EXEM-ERREUR-OUI
                   EXEC SQL
                     UPDATE bulletin
                     SET statut = 'R',
                         date_recue = :EXEMPLAIRE-DATE,
                         exemplaire_id =
                           (SELECT exemplaire_id FROM exemplaire
                            WHERE code_barre = :EXEMPLAIRE-CODE-B)
                     WHERE bulletin_id = :BULL-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                     DISPLAY "Erreur bulletinage. SQLCODE: " SQLCODE
                     EXEC SQL ROLLBACK END-EXEC

                     EXEC SQL
                       UPDATE exemplaire
                       SET statut = 'X'
                       WHERE code_barre = :EXEMPLAIRE-CODE-B
                     END-EXEC
                     IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       DISPLAY "Exemplaire " EXEMPLAIRE-CODE-B
                               " retire, numero toujours attendu."
                       MOVE "EXEMPLAIRE" TO AUDIT-TABLE
                       MOVE EXEMPLAIRE-CODE-B TO AUDIT-CLE
                       MOVE "D" TO AUDIT-ANCIENNE
                       MOVE "X" TO AUDIT-NOUVELLE
                       PERFORM 0281-AUDIT-ENREGISTRE-DEB
                       THRU    0281-AUDIT-ENREGISTRE-FIN
                     ELSE
                       DISPLAY "Retrait de l'exemplaire "
                               EXEMPLAIRE-CODE-B " impossible. "
                               "SQLCODE: " SQLCODE
                       EXEC SQL ROLLBACK END-EXEC
                     END-IF
                     PERFORM 0253-SYNC-EXEMPLAIRES-DEB
                     THRU    0253-SYNC-EXEMPLAIRES-FIN
                   ELSE
                     EXEC SQL COMMIT END-EXEC
                     DISPLAY ">>> Numero " BULL-NUMERO " bulletine, "
                             "exemplaire " EXEMPLAIRE-CODE-B
                     DISPLAY "Pret limite a " WS-PER-DUREE-PRET
                             " jours ; le dernier numero paru ne se "
                             "reserve pas."

                     MOVE "BULLETIN" TO AUDIT-TABLE
                     MOVE EXEMPLAIRE-CODE-B TO AUDIT-CLE
                     MOVE BULL-DATE-PREVUE TO AUDIT-ANCIENNE
                     MOVE EXEMPLAIRE-DATE TO AUDIT-NOUVELLE
                     PERFORM 0281-AUDIT-ENREGISTRE-DEB
                     THRU    0281-AUDIT-ENREGISTRE-FIN

                     MOVE LIVRE-COMPT TO AUDIT-ANCIENNE
                     PERFORM 0253-SYNC-EXEMPLAIRES-DEB
                     THRU    0253-SYNC-EXEMPLAIRES-FIN

      *L'entree LIVRE porte le code au prochain export delta.
                     MOVE "LIVRE" TO AUDIT-TABLE
                     MOVE LIVRE-CODE TO AUDIT-CLE
                     MOVE LIVRE-COMPT TO AUDIT-NOUVELLE
                     PERFORM 0281-AUDIT-ENREGISTRE-DEB
                     THRU    0281-AUDIT-ENREGISTRE-FIN
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.
       0504-PER-BULLETINAGE-FIN.

      ******************************************************************
      *Calendrier des numeros d'un titre : date prevue, statut, date
      *de reception ou de derniere reclamation.
       0505-PER-CALENDRIER-DEB.
           PERFORM 0513-PER-CHOIX-DEB
           THRU    0513-PER-CHOIX-FIN

           IF WS-PER-TROUVE-OUI
             DISPLAY LIVRE-TITRE " - " WS-PER-PERIO-LIB
                     " jusqu'au " PER-DATE-FIN
             MOVE 0 TO WS-NB-AFFICHE
             MOVE 1 TO WS-IDX
             MOVE "O" TO WS-VALIDE
             PERFORM UNTIL NOT WS-SAISIE-OK
               MOVE WS-IDX TO RAPPORT-RN

               EXEC SQL
                 SELECT x.numero, x.date_prevue, x.statut,
                        x.date_recue, x.date_reclamation,
                        x.nb_reclamations
                 INTO :BULL-NUMERO, :BULL-DATE-PREVUE, :BULL-STATUT,
                      :BULL-DATE-RECUE, :BULL-DATE-RECLAM,
                      :BULL-NB-RECLAM
                 FROM (SELECT numero, date_prevue, statut,
                              COALESCE(date_recue, '') AS date_recue,
                              COALESCE(date_reclamation, '')
                                AS date_reclamation,
                              COALESCE(nb_reclamations, 0)
                                AS nb_reclamations,
                              ROW_NUMBER() OVER (ORDER BY numero ASC)
                                AS rn
                       FROM bulletin
                       WHERE periodique_id = :PER-ID) x
                 WHERE x.rn = :RAPPORT-RN
               END-EXEC

               IF SQLCODE NOT = 0
                 MOVE "N" TO WS-VALIDE
               ELSE
                 ADD 1 TO WS-NB-AFFICHE
                 EVALUATE BULL-STATUT
                   WHEN "R"
                     DISPLAY BULL-NUMERO " prevu " BULL-DATE-PREVUE
                             " recu le " BULL-DATE-RECUE
                   WHEN "C"
                     DISPLAY BULL-NUMERO " prevu " BULL-DATE-PREVUE
                             " reclame le " BULL-DATE-RECLAM
                             " (" BULL-NB-RECLAM " fois)"
                   WHEN "X"
                     DISPLAY BULL-NUMERO " prevu " BULL-DATE-PREVUE
                             " recu le " BULL-DATE-RECUE
                             ", desherbe"
                   WHEN OTHER
                     DISPLAY BULL-NUMERO " prevu " BULL-DATE-PREVUE
                             " attendu"
                 END-EVALUATE
                 ADD 1 TO WS-IDX
               END-IF
             END-PERFORM

             IF WS-NB-AFFICHE = 0
               DISPLAY "Calendrier vide pour ce titre."
             END-IF
           END-IF.

           EXIT.
       0505-PER-CALENDRIER-FIN.

      ******************************************************************
      *Reclamation des numeros en retard de parution : un numero
      *attendu dont la date prevue (ou la derniere reclamation) a
      *plus de delai_reclamation jours est reclame au fournisseur.
      *Une lettre par fournisseur dans reclamations-periodiques.txt,
      *sur le modele des relances de commande ; le bulletin passe au
      *statut C avec la date et le nombre de reclamations.
       0506-PER-RECLAMATION-DEB.
           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-NUM TO WS-DATE-JOUR-NUM
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO PER-DATE-JOUR

           MOVE "N" TO WS-PER-ECHEC
           MOVE 0 TO WS-PER-NB-RECLAM
           MOVE 0 TO WS-PER-NB-LETTRES
           MOVE SPACES TO WS-PER-FOURN-PREC

           OPEN OUTPUT F-PER-RECLAM

           IF NOT F-PER-RECLAM-OK
             DISPLAY "Impossible d'ouvrir reclamations-periodiques.txt,"
                     " statut: " F-PER-RECLAM-STATUS
             MOVE "O" TO WS-PER-ECHEC
           ELSE
             EXEC SQL
               DECLARE CPERRECL CURSOR FOR
               SELECT b.bulletin_id, b.numero, b.date_prevue,
                      COALESCE(b.date_reclamation, ''),
                      COALESCE(b.nb_reclamations, 0),
                      COALESCE(p.delai_reclamation, 0), p.issn,
                      l.titre, f.fournisseur_id, f.nom,
                      COALESCE(f.adresse, ''),
                      COALESCE(f.courriel, '')
               FROM bulletin b
               JOIN periodique p ON p.periodique_id = b.periodique_id
               JOIN livre l ON l.livre_id = p.livre_id
               JOIN fournisseur f
                 ON f.fournisseur_id = p.fournisseur_id
               WHERE b.statut IN ('A', 'C')
                 AND b.date_prevue < :PER-DATE-JOUR
               ORDER BY f.nom ASC, l.titre ASC, b.numero ASC
             END-EXEC

             EXEC SQL OPEN CPERRECL END-EXEC

             IF SQLCODE NOT = 0
               DISPLAY "Erreur lecture des numeros attendus. "
                       "SQLCODE: " SQLCODE
               MOVE "O" TO WS-PER-ECHEC
             ELSE
               MOVE "O" TO WS-VALIDE
               PERFORM UNTIL NOT WS-SAISIE-OK
                 EXEC SQL
                   FETCH CPERRECL
                   INTO :BULL-ID, :BULL-NUMERO, :BULL-DATE-PREVUE,
                        :BULL-DATE-RECLAM, :BULL-NB-RECLAM,
                        :PER-DELAI, :PER-ISSN, :LIVRE-TITRE,
                        :FOURN-ID, :FOURN-NOM, :FOURN-ADRESSE,
                        :FOURN-COURRIEL
                 END-EXEC

                 IF SQLCODE NOT = 0
                   MOVE "N" TO WS-VALIDE
                 ELSE
      *Echeance : date prevue (ou derniere reclamation) plus le
      *delai de reclamation du titre.
                   MOVE PER-DELAI TO WS-PER-DELAI
                   IF WS-PER-DELAI = 0
                     MOVE WS-PER-DELAI-RECLAM TO WS-PER-DELAI
                   END-IF
                   IF BULL-DATE-RECLAM = SPACES
                     MOVE BULL-DATE-PREVUE TO WS-DATE-PARSE-VAL
                   ELSE
                     MOVE BULL-DATE-RECLAM TO WS-DATE-PARSE-VAL
                   END-IF
                   COMPUTE WS-DATE-PARSE-NUM =
                       WS-DATE-PARSE-AAAA * 10000
                     + WS-DATE-PARSE-MM   * 100
                     + WS-DATE-PARSE-JJ
                   COMPUTE WS-DATE-CALC-NUM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATE-PARSE-NUM)
                     + WS-PER-DELAI)

                   IF WS-DATE-CALC-NUM < WS-DATE-JOUR-NUM
                     IF FOURN-ID NOT = WS-PER-FOURN-PREC
                       PERFORM 0516-PER-RECLAM-ENTETE-DEB
                       THRU    0516-PER-RECLAM-ENTETE-FIN
                     END-IF

                     MOVE BULL-NB-RECLAM TO WS-PER-NB-FOIS
                     ADD 1 TO WS-PER-NB-FOIS
                     MOVE WS-PER-NB-FOIS TO BULL-NB-RECLAM

                     MOVE SPACES TO LIGNE-PER-RECLAM
                     STRING "  - " DELIMITED BY SIZE
                            PER-ISSN DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            LIVRE-TITRE DELIMITED BY SIZE
                       INTO LIGNE-PER-RECLAM
                     END-STRING
                     WRITE LIGNE-PER-RECLAM
                     MOVE SPACES TO LIGNE-PER-RECLAM
                     STRING "    numero " DELIMITED BY SIZE
                            BULL-NUMERO DELIMITED BY SIZE
                            " attendu le " DELIMITED BY SIZE
                            BULL-DATE-PREVUE DELIMITED BY SIZE
                            " (reclamation " DELIMITED BY SIZE
                            BULL-NB-RECLAM DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                       INTO LIGNE-PER-RECLAM
                     END-STRING
                     WRITE LIGNE-PER-RECLAM

                     EXEC SQL
                       UPDATE bulletin
                       SET statut = 'C',
                           date_reclamation = :PER-DATE-JOUR,
                           nb_reclamations = :BULL-NB-RECLAM
                       WHERE bulletin_id = :BULL-ID
                     END-EXEC

                     IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       ADD 1 TO WS-PER-NB-RECLAM
                     ELSE
                       DISPLAY "Erreur MAJ reclamation du numero. "
                               "SQLCODE: " SQLCODE
                       MOVE "O" TO WS-PER-ECHEC
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM

               EXEC SQL CLOSE CPERRECL END-EXEC
             END-IF

             IF WS-PER-FOURN-PREC NOT = SPACES
               PERFORM 0517-PER-RECLAM-PIED-DEB
               THRU    0517-PER-RECLAM-PIED-FIN
             END-IF

             IF WS-PER-NB-RECLAM = 0
               MOVE SPACES TO LIGNE-PER-RECLAM
               STRING "RECLAMATIONS DU " DELIMITED BY SIZE
                      PER-DATE-JOUR DELIMITED BY SIZE
                      " : AUCUN NUMERO EN RETARD" DELIMITED BY SIZE
                 INTO LIGNE-PER-RECLAM
               END-STRING
               WRITE LIGNE-PER-RECLAM
             END-IF

             CLOSE F-PER-RECLAM

             DISPLAY " "
             DISPLAY "Lettres de reclamation ecrites : "
                     WS-PER-NB-LETTRES
             DISPLAY "Numeros reclames               : "
                     WS-PER-NB-RECLAM
             DISPLAY "Fichier produit: reclamations-periodiques.txt"
           END-IF.

           EXIT.
       0506-PER-RECLAMATION-FIN.

      ******************************************************************
      *Abonnements a renouveler : titres dont l'abonnement prend fin
      *dans les WS-PER-ALERTE-JOURS jours, ou a deja pris fin sans
      *renouvellement. WS-PER-NB-ECHUS porte le nombre de titres
      *signales.
       0507-PER-ECHEANCES-DEB.
           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           COMPUTE WS-DATE-CALC-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYS-NUM)
             + WS-PER-ALERTE-JOURS)
           MOVE WS-DATE-CALC-NUM TO WS-DATE-SYS-NUM
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO PER-LIMITE

           DISPLAY " "
           DISPLAY "Abonnements echus ou prenant fin avant le "
                   PER-LIMITE " :"
           MOVE 0 TO WS-PER-NB-ECHUS
           MOVE 1 TO WS-IDX
           MOVE "O" TO WS-VALIDE
           PERFORM UNTIL NOT WS-SAISIE-OK
             MOVE WS-IDX TO RAPPORT-RN

             EXEC SQL
               SELECT x.issn, x.titre, x.date_fin, x.nom
               INTO :PER-ISSN, :LIVRE-TITRE, :PER-DATE-FIN,
                    :FOURN-NOM
               FROM (SELECT p.issn, l.titre, p.date_fin, f.nom,
                            ROW_NUMBER() OVER
                              (ORDER BY p.date_fin ASC, l.titre ASC)
                              AS rn
                     FROM periodique p
                     JOIN livre l ON l.livre_id = p.livre_id
                     JOIN fournisseur f
                       ON f.fournisseur_id = p.fournisseur_id
                     WHERE p.date_fin <= :PER-LIMITE) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-VALIDE
             ELSE
               ADD 1 TO WS-PER-NB-ECHUS
               DISPLAY PER-ISSN " " LIVRE-TITRE " fin " PER-DATE-FIN
               DISPLAY "          chez " FOURN-NOM
               ADD 1 TO WS-IDX
             END-IF
           END-PERFORM

           IF WS-PER-NB-ECHUS = 0
             DISPLAY "Aucun abonnement a renouveler."
           END-IF.

           EXIT.
       0507-PER-ECHEANCES-FIN.

      ******************************************************************
      *Desherbage automatique des numeros : pour chaque titre a duree
      *de conservation (en mois), les numeros recus avant la date
      *limite et en rayon sont retires (exemplaire au statut X,
      *bulletin au statut X). Le dernier numero paru et les numeros
      *sortis (pret, PEB, navette) ne sont jamais retires.
       0508-PER-DESHERBAGE-DEB.
           MOVE "N" TO WS-PER-ECHEC
           MOVE 0 TO WS-PER-NB-DESH
           MOVE 1 TO WS-PER-IDX-TITRE
           MOVE "O" TO WS-PER-SUITE
           PERFORM UNTIL NOT WS-PER-SUITE-OUI
             MOVE WS-PER-IDX-TITRE TO RAPPORT-RN

             EXEC SQL
               SELECT x.periodique_id, x.livre_id, x.code,
                      x.conservation
               INTO :PER-ID, :LIVRE-ID, :LIVRE-CODE,
                    :PER-CONSERVATION
               FROM (SELECT p.periodique_id, p.livre_id, l.code,
                            p.conservation,
                            ROW_NUMBER() OVER
                              (ORDER BY p.periodique_id ASC) AS rn
                     FROM periodique p
                     JOIN livre l ON l.livre_id = p.livre_id
                     WHERE COALESCE(p.conservation, 0) > 0) x
               WHERE x.rn = :RAPPORT-RN
             END-EXEC

             IF SQLCODE NOT = 0
               MOVE "N" TO WS-PER-SUITE
             ELSE
      *Date limite : aujourd'hui moins la conservation du titre.
               ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
               MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
               MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
               MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
               MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
               MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
               MOVE PER-CONSERVATION TO WS-PER-CONSERV
               COMPUTE WS-PER-ECART = 0 - WS-PER-CONSERV
               PERFORM 0511-PER-MOIS-AJOUTE-DEB
               THRU    0511-PER-MOIS-AJOUTE-FIN
               MOVE WS-DATE-PARSE-VAL TO PER-LIMITE

               MOVE 0 TO WS-PER-NB
               MOVE "O" TO WS-VALIDE
               PERFORM UNTIL NOT WS-SAISIE-OK
                 EXEC SQL
                   SELECT x.bulletin_id, x.exemplaire_id,
                          x.code_barre, x.statut
                   INTO :BULL-ID, :EXEMPLAIRE-ID, :EXEMPLAIRE-CODE-B,
                        :EXEMPLAIRE-STATUT
                   FROM (SELECT b.bulletin_id, b.exemplaire_id,
                                e.code_barre, e.statut,
                                ROW_NUMBER() OVER
                                  (ORDER BY b.numero ASC) AS rn
                         FROM bulletin b
                         JOIN exemplaire e
                           ON e.exemplaire_id = b.exemplaire_id
                         WHERE b.periodique_id = :PER-ID
                           AND b.statut = 'R'
                           AND b.date_recue < :PER-LIMITE
                           AND e.statut IN ('D', 'R')
                           AND b.numero <
                               (SELECT MAX(b2.numero)
                                FROM bulletin b2
                                WHERE b2.periodique_id = :PER-ID
                                  AND b2.statut = 'R')) x
                   WHERE x.rn = 1
                 END-EXEC

                 IF SQLCODE NOT = 0
                   MOVE "N" TO WS-VALIDE
                 ELSE
                   EXEC SQL
                     UPDATE exemplaire
                     SET statut = 'X'
                     WHERE exemplaire_id = :EXEMPLAIRE-ID
                   END-EXEC

                   IF SQLCODE = 0
                     EXEC SQL
                       UPDATE bulletin
                       SET statut = 'X'
                       WHERE bulletin_id = :BULL-ID
                     END-EXEC
                   END-IF

                   IF SQLCODE NOT = 0
                     DISPLAY "Erreur desherbage du numero "
                             EXEMPLAIRE-CODE-B " SQLCODE: " SQLCODE
                     EXEC SQL ROLLBACK END-EXEC
                     MOVE "O" TO WS-PER-ECHEC
                     MOVE "N" TO WS-VALIDE
                   ELSE
                     EXEC SQL COMMIT END-EXEC
                     ADD 1 TO WS-PER-NB
                     ADD 1 TO WS-PER-NB-DESH
                     MOVE "EXEMPLAIRE" TO AUDIT-TABLE
                     MOVE EXEMPLAIRE-CODE-B TO AUDIT-CLE
                     MOVE EXEMPLAIRE-STATUT TO AUDIT-ANCIENNE
                     MOVE "X" TO AUDIT-NOUVELLE
                     PERFORM 0281-AUDIT-ENREGISTRE-DEB
                     THRU    0281-AUDIT-ENREGISTRE-FIN
                   END-IF
                 END-IF
               END-PERFORM

      *Recalcul des compteurs et entree LIVRE pour l'export delta,
      *une fois par titre touche.
               IF WS-PER-NB > 0
                 PERFORM 0253-SYNC-EXEMPLAIRES-DEB
                 THRU    0253-SYNC-EXEMPLAIRES-FIN
                 MOVE "LIVRE" TO AUDIT-TABLE
                 MOVE LIVRE-CODE TO AUDIT-CLE
                 MOVE SPACES TO AUDIT-ANCIENNE
                 MOVE LIVRE-COMPT TO AUDIT-NOUVELLE
                 PERFORM 0281-AUDIT-ENREGISTRE-DEB
                 THRU    0281-AUDIT-ENREGISTRE-FIN
               END-IF

               ADD 1 TO WS-PER-IDX-TITRE
             END-IF
           END-PERFORM

           DISPLAY "Numeros de periodiques desherbes: " WS-PER-NB-DESH.

           EXIT.
       0508-PER-DESHERBAGE-FIN.

      ******************************************************************
      *Dernier numero paru : WS-PER-DERNIER a O si l'exemplaire
      *EXEMPLAIRE-ID est le numero recu le plus recent de son titre.
      *Ce numero se prete mais n'est jamais mis de cote ni achemine
      *pour une reservation.
       0509-PER-DERNIER-DEB.
           MOVE "N" TO WS-PER-DERNIER

           IF EXEMPLAIRE-ID NOT = SPACES
             EXEC SQL
               SELECT COUNT(*)
               INTO :PER-NB
               FROM bulletin b
               WHERE b.exemplaire_id = :EXEMPLAIRE-ID
                 AND b.numero =
                     (SELECT MAX(b2.numero)
                      FROM bulletin b2
                      WHERE b2.periodique_id = b.periodique_id
                        AND b2.statut = 'R')
             END-EXEC

             IF SQLCODE = 0
               MOVE PER-NB TO WS-PER-NB
               IF WS-PER-NB > 0
                 MOVE "O" TO WS-PER-DERNIER
               END-IF
             END-IF
           END-IF.

           EXIT.
       0509-PER-DERNIER-FIN.

      ******************************************************************
      *Calendrier des numeros attendus du periodique PER-ID : a
      *partir du numero WS-PER-NUMERO, un bulletin au statut A par
      *echeance de la periodicite PER-PERIODICITE comptee depuis la
      *date de debut PER-DATE-DEBUT (le numero 1 parait a cette date),
      *jusqu'a la date de fin PER-DATE-FIN. Pas de COMMIT : l'appelant
      *valide ou annule avec la fiche du periodique. WS-PER-NB porte
      *le nombre de numeros ajoutes, WS-PER-ECHEC est positionne en
      *cas d'erreur.
       0510-PER-CALENDRIER-GENERE-DEB.
           MOVE 0 TO WS-PER-NB
           PERFORM 0514-PER-PERIODICITE-DEB
           THRU    0514-PER-PERIODICITE-FIN

           MOVE PER-DATE-FIN TO WS-DATE-PARSE-VAL
           COMPUTE WS-PER-FIN-NUM =
               WS-DATE-PARSE-AAAA * 10000
             + WS-DATE-PARSE-MM   * 100
             + WS-DATE-PARSE-JJ

           MOVE "O" TO WS-PER-SUITE
           PERFORM UNTIL NOT WS-PER-SUITE-OUI
             MOVE PER-DATE-DEBUT TO WS-DATE-PARSE-VAL
             COMPUTE WS-PER-ECART =
                 (WS-PER-NUMERO - 1) * WS-PER-PAS
             IF WS-PER-UNITE-JOUR
               COMPUTE WS-DATE-PARSE-NUM =
                   WS-DATE-PARSE-AAAA * 10000
                 + WS-DATE-PARSE-MM   * 100
                 + WS-DATE-PARSE-JJ
               COMPUTE WS-DATE-CALC-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-PARSE-NUM)
                 + WS-PER-ECART)
               MOVE WS-DATE-CALC-NUM TO WS-DATE-SYS-NUM
               MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
               MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
               MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
             ELSE
               PERFORM 0511-PER-MOIS-AJOUTE-DEB
               THRU    0511-PER-MOIS-AJOUTE-FIN
             END-IF
             COMPUTE WS-DATE-PARSE-NUM =
                 WS-DATE-PARSE-AAAA * 10000
               + WS-DATE-PARSE-MM   * 100
               + WS-DATE-PARSE-JJ

             IF WS-DATE-PARSE-NUM > WS-PER-FIN-NUM
               MOVE "N" TO WS-PER-SUITE
             ELSE
               IF WS-PER-NUMERO > WS-PER-MAX-NUMERO
                 DISPLAY "Plus de " WS-PER-MAX-NUMERO " numeros pour "
                         "ce titre, calendrier tronque."
                 MOVE "N" TO WS-PER-SUITE
               ELSE
                 MOVE WS-DATE-PARSE-VAL TO BULL-DATE-PREVUE
                 MOVE WS-PER-NUMERO TO BULL-NUMERO

                 EXEC SQL
                   INSERT INTO bulletin
                   (periodique_id, numero, date_prevue, statut,
                   nb_reclamations)
                   VALUES (:PER-ID, :BULL-NUMERO, :BULL-DATE-PREVUE,
                           'A', 0)
                 END-EXEC

                 IF SQLCODE NOT = 0
                   DISPLAY "Erreur creation du calendrier. SQLCODE: "
                                                              SQLCODE
                   MOVE "O" TO WS-PER-ECHEC
                   MOVE "N" TO WS-PER-SUITE
                 ELSE
                   ADD 1 TO WS-PER-NB
                   ADD 1 TO WS-PER-NUMERO
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           EXIT.
       0510-PER-CALENDRIER-GENERE-FIN.

      ******************************************************************
      *Ajout de WS-PER-ECART mois (negatif pour reculer) a la date
      *WS-DATE-PARSE-VAL ; le jour est ramene au 28 au-dela, pour
      *rester valide quel que soit le mois.
       0511-PER-MOIS-AJOUTE-DEB.
           COMPUTE WS-PER-ECART-TOT = WS-DATE-PARSE-AAAA * 12
             + WS-DATE-PARSE-MM - 1 + WS-PER-ECART
           DIVIDE WS-PER-ECART-TOT BY 12
             GIVING WS-DATE-PARSE-AAAA
             REMAINDER WS-PER-ECART-RESTE
           COMPUTE WS-DATE-PARSE-MM = WS-PER-ECART-RESTE + 1
           IF WS-DATE-PARSE-JJ > 28
             MOVE 28 TO WS-DATE-PARSE-JJ
           END-IF
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1).

           EXIT.
       0511-PER-MOIS-AJOUTE-FIN.

      ******************************************************************
      *Controle de l'ISSN saisi dans WS-SAISIE (NNNN-NNNC ou
      *NNNNNNNC) : sept chiffres ponderes de 8 a 2, cle = 11 moins le
      *reste modulo 11 (X pour 10, 0 pour 11). PER-ISSN recoit la
      *forme NNNN-NNNC et WS-PER-ISSN-OK passe a O si la cle est
      *bonne.
       0512-PER-ISSN-CONTROLE-DEB.
           MOVE "N" TO WS-PER-ISSN-OK
           MOVE SPACES TO WS-PER-ISSN-ZONE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAISIE))
             TO WS-SAISIE
           IF WS-SAISIE(5:1) = "-"
             MOVE WS-SAISIE(1:4) TO WS-PER-ISSN-ZONE(1:4)
             MOVE WS-SAISIE(6:4) TO WS-PER-ISSN-ZONE(5:4)
             MOVE WS-SAISIE(10:1) TO WS-PER-ISSN-RESTE
           ELSE
             MOVE WS-SAISIE(1:8) TO WS-PER-ISSN-ZONE
             MOVE WS-SAISIE(9:1) TO WS-PER-ISSN-RESTE
           END-IF

           IF WS-PER-ISSN-ZONE(1:7) IS NUMERIC
              AND WS-PER-ISSN-RESTE = SPACE
             MOVE 0 TO WS-PER-SOMME
             PERFORM VARYING WS-PER-POS FROM 1 BY 1
                     UNTIL WS-PER-POS > 7
               MOVE WS-PER-ISSN-ZONE(WS-PER-POS:1) TO WS-PER-CHIFFRE
               COMPUTE WS-PER-SOMME = WS-PER-SOMME
                 + WS-PER-CHIFFRE * (9 - WS-PER-POS)
             END-PERFORM
             DIVIDE WS-PER-SOMME BY 11 GIVING WS-PER-QUOTIENT
               REMAINDER WS-PER-CLE
             COMPUTE WS-PER-CLE = 11 - WS-PER-CLE
             EVALUATE TRUE
               WHEN WS-PER-CLE = 10
                 MOVE "X" TO WS-PER-CLE-CAR
               WHEN WS-PER-CLE = 11
                 MOVE "0" TO WS-PER-CLE-CAR
               WHEN OTHER
                 MOVE WS-PER-CLE TO WS-PER-CHIFFRE
                 MOVE WS-PER-CHIFFRE TO WS-PER-CLE-CAR
             END-EVALUATE
             IF WS-PER-ISSN-ZONE(8:1) = WS-PER-CLE-CAR
               MOVE "O" TO WS-PER-ISSN-OK
             END-IF
           END-IF

           MOVE SPACES TO PER-ISSN
           STRING WS-PER-ISSN-ZONE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PER-ISSN-ZONE(5:4) DELIMITED BY SIZE
             INTO PER-ISSN
           END-STRING.

           EXIT.
       0512-PER-ISSN-CONTROLE-FIN.

      ******************************************************************
      *Choix d'un periodique par son ISSN : charge la fiche du titre
      *(PER-*), sa notice (LIVRE-*) et son fournisseur (FOURN-ID,
      *FOURN-NOM). WS-PER-TROUVE a O si le titre existe.
       0513-PER-CHOIX-DEB.
           MOVE "N" TO WS-PER-TROUVE
           DISPLAY "ISSN du periodique: "
           ACCEPT WS-SAISIE
           PERFORM 0512-PER-ISSN-CONTROLE-DEB
           THRU    0512-PER-ISSN-CONTROLE-FIN

           EXEC SQL
             SELECT p.periodique_id, p.periodicite, p.date_debut,
                    COALESCE(p.date_fin, ''),
                    COALESCE(p.conservation, 0),
                    COALESCE(p.delai_reclamation, 0),
                    l.livre_id, l.code, l.titre, l.type, l.compt,
                    f.fournisseur_id, f.nom
             INTO :PER-ID, :PER-PERIODICITE, :PER-DATE-DEBUT,
                  :PER-DATE-FIN, :PER-CONSERVATION, :PER-DELAI,
                  :LIVRE-ID, :LIVRE-CODE, :LIVRE-TITRE, :LIVRE-TYPE,
                  :LIVRE-COMPT, :FOURN-ID, :FOURN-NOM
             FROM periodique p
             JOIN livre l ON l.livre_id = p.livre_id
             JOIN fournisseur f ON f.fournisseur_id = p.fournisseur_id
             WHERE p.issn = :PER-ISSN
           END-EXEC

           IF SQLCODE NOT = 0
             DISPLAY "Periodique introuvable."
           ELSE
             MOVE "O" TO WS-PER-TROUVE
             MOVE PER-CONSERVATION TO WS-PER-CONSERV
             PERFORM 0514-PER-PERIODICITE-DEB
             THRU    0514-PER-PERIODICITE-FIN
           END-IF.

           EXIT.
       0513-PER-CHOIX-FIN.

      ******************************************************************
      *Periodicite PER-PERIODICITE : libelle WS-PER-PERIO-LIB et pas
      *du calendrier, WS-PER-PAS jours (H, Q) ou mois (M, B, T, S,
      *A). WS-PER-PERIO-OK a N pour un code inconnu.
       0514-PER-PERIODICITE-DEB.
           MOVE "O" TO WS-PER-PERIO-OK
           MOVE "M" TO WS-PER-UNITE
           EVALUATE PER-PERIODICITE
             WHEN "H"
               MOVE "hebdomadaire" TO WS-PER-PERIO-LIB
               MOVE "J" TO WS-PER-UNITE
               MOVE 7 TO WS-PER-PAS
             WHEN "Q"
               MOVE "bimensuel" TO WS-PER-PERIO-LIB
               MOVE "J" TO WS-PER-UNITE
               MOVE 14 TO WS-PER-PAS
             WHEN "M"
               MOVE "mensuel" TO WS-PER-PERIO-LIB
               MOVE 1 TO WS-PER-PAS
             WHEN "B"
               MOVE "bimestriel" TO WS-PER-PERIO-LIB
               MOVE 2 TO WS-PER-PAS
             WHEN "T"
               MOVE "trimestriel" TO WS-PER-PERIO-LIB
               MOVE 3 TO WS-PER-PAS
             WHEN "S"
               MOVE "semestriel" TO WS-PER-PERIO-LIB
               MOVE 6 TO WS-PER-PAS
             WHEN "A"
               MOVE "annuel" TO WS-PER-PERIO-LIB
               MOVE 12 TO WS-PER-PAS
             WHEN OTHER
               MOVE "?" TO WS-PER-PERIO-LIB
               MOVE "N" TO WS-PER-PERIO-OK
               MOVE 1 TO WS-PER-PAS
           END-EVALUATE.

           EXIT.
       0514-PER-PERIODICITE-FIN.

      ******************************************************************
      *Saisie de la date de fin d'abonnement PER-DATE-FIN, qui doit
      *suivre la date PER-LIMITE (debut, ou ancienne fin pour un
      *renouvellement).
       0515-PER-FIN-SAISIE-DEB.
           MOVE PER-LIMITE TO WS-DATE-PARSE-VAL
           COMPUTE WS-PER-FIN-NUM =
               WS-DATE-PARSE-AAAA * 10000
             + WS-DATE-PARSE-MM   * 100
             + WS-DATE-PARSE-JJ

           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Fin de l'abonnement (AAAA-MM-JJ): "
             ACCEPT PER-DATE-FIN
             MOVE PER-DATE-FIN TO WS-DATE-PARSE-VAL
             IF WS-DATE-PARSE-AAAA IS NUMERIC
                AND WS-DATE-PARSE-MM IS NUMERIC
                AND WS-DATE-PARSE-JJ IS NUMERIC
                AND WS-DATE-PARSE-VAL(5:1) = "-"
                AND WS-DATE-PARSE-VAL(8:1) = "-"
               COMPUTE WS-DATE-PARSE-NUM =
                   WS-DATE-PARSE-AAAA * 10000
                 + WS-DATE-PARSE-MM   * 100
                 + WS-DATE-PARSE-JJ
               IF WS-DATE-PARSE-NUM > WS-PER-FIN-NUM
                 MOVE "O" TO WS-VALIDE
               ELSE
                 DISPLAY "La fin doit suivre le " PER-LIMITE "."
               END-IF
             ELSE
               DISPLAY "Date invalide, format attendu AAAA-MM-JJ."
             END-IF
           END-PERFORM.

           EXIT.
       0515-PER-FIN-SAISIE-FIN.

      ******************************************************************
      *Entete de la lettre de reclamation au fournisseur FOURN-ID dans
      *reclamations-periodiques.txt (apres le pied de la lettre
      *precedente).
       0516-PER-RECLAM-ENTETE-DEB.
           IF WS-PER-FOURN-PREC NOT = SPACES
             PERFORM 0517-PER-RECLAM-PIED-DEB
             THRU    0517-PER-RECLAM-PIED-FIN
           END-IF

           MOVE FOURN-ID TO WS-PER-FOURN-PREC

           MOVE ALL "=" TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM
           MOVE SPACES TO LIGNE-PER-RECLAM
           STRING "BIBLIOTHEQUE MUNICIPALE - RECLAMATION DU "
                  DELIMITED BY SIZE
                  PER-DATE-JOUR DELIMITED BY SIZE
             INTO LIGNE-PER-RECLAM
           END-STRING
           WRITE LIGNE-PER-RECLAM
           MOVE ALL "-" TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM

           MOVE SPACES TO LIGNE-PER-RECLAM
           STRING "A l'attention de: " DELIMITED BY SIZE
                  FOURN-NOM DELIMITED BY SIZE
             INTO LIGNE-PER-RECLAM
           END-STRING
           WRITE LIGNE-PER-RECLAM
           MOVE FOURN-ADRESSE TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM
           MOVE SPACES TO LIGNE-PER-RECLAM
           STRING "Courriel: " DELIMITED BY SIZE
                  FOURN-COURRIEL DELIMITED BY SIZE
             INTO LIGNE-PER-RECLAM
           END-STRING
           WRITE LIGNE-PER-RECLAM
           MOVE SPACES TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM

           MOVE "Sauf erreur de notre part, les numeros suivants de"
             TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM
           MOVE "nos abonnements ne nous sont pas parvenus :"
             TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM
           MOVE SPACES TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM.

           EXIT.
       0516-PER-RECLAM-ENTETE-FIN.

      ******************************************************************
      *Pied de la lettre de reclamation en cours.
       0517-PER-RECLAM-PIED-DEB.
           MOVE SPACES TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM
           MOVE "Merci de nous les faire parvenir ou de nous"
             TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM
           MOVE "signaler un retard de parution."
             TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM
           MOVE SPACES TO LIGNE-PER-RECLAM
           WRITE LIGNE-PER-RECLAM
           ADD 1 TO WS-PER-NB-LETTRES.

           EXIT.
       0517-PER-RECLAM-PIED-FIN.

      ******************************************************************
      *Controle d'une ecriture protegee contre les mises a jour
      *concurrentes : l'UPDATE qui precede reprend dans sa clause WHERE
      *l'etat lu a l'ecran. Aucune ligne touchee signifie qu'un autre
      *poste a modifie la ligne entre-temps (WS-CONC-CONFLIT) ; un
      *SQLCODE negatif est une erreur (WS-CONC-ERREUR).
       0520-CONC-CONTROLE-DEB.
           EVALUATE TRUE
             WHEN SQLCODE < 0
               MOVE "E" TO WS-CONC-ETAT
             WHEN SQLCODE = 100
               MOVE "C" TO WS-CONC-ETAT
             WHEN OTHER
               MOVE "O" TO WS-CONC-ETAT
           END-EVALUATE.

           EXIT.
       0520-CONC-CONTROLE-FIN.

      ******************************************************************
      *Refus d'une operation de guichet dont une ecriture n'a pas
      *abouti : toute la transaction est annulee, rien n'est garde de
      *l'operation. Un conflit avec un autre poste est explique a
      *l'operateur puis trace au journal d'audit (WS-CONC-OPERATION,
      *WS-CONC-CLE) apres l'annulation, pour le compte rendu de fin de
      *journee.
       0521-CONC-REFUS-DEB.
           IF WS-CONC-ERREUR
             DISPLAY "Erreur ecriture " FUNCTION TRIM(WS-CONC-OPERATION)
                     ". SQLCODE: " SQLCODE
           END-IF

           EXEC SQL ROLLBACK END-EXEC

           IF WS-CONC-CONFLIT
             DISPLAY "*** Operation refusee ("
                     FUNCTION TRIM(WS-CONC-OPERATION) ") : la fiche "
                     "a ete modifiee par un autre poste"
             DISPLAY "    entre la lecture et l'enregistrement. Aucune "
                     "modification n'a ete enregistree,"
             DISPLAY "    reprenez l'operation depuis le debut."
             MOVE "CONFLIT" TO AUDIT-TABLE
             MOVE WS-CONC-CLE TO AUDIT-CLE
             MOVE WS-CONC-OPERATION TO AUDIT-ANCIENNE
             MOVE SPACES TO AUDIT-NOUVELLE
             STRING "SITE " DELIMITED BY SIZE
                    SITE-GUICHET DELIMITED BY SIZE
               INTO AUDIT-NOUVELLE
             END-STRING
             PERFORM 0281-AUDIT-ENREGISTRE-DEB
             THRU    0281-AUDIT-ENREGISTRE-FIN
           ELSE
             DISPLAY "*** Operation annulee, aucune modification "
                     "enregistree."
           END-IF.

           EXIT.
       0521-CONC-REFUS-FIN.

      ******************************************************************
      *Compte rendu des conflits entre guichets du jour CONF-DATE :
      *nombre d'operations refusees par nature (pret, retour,
      *prolongation, reservation, encaissement) puis detail heure par
      *heure, lus dans le journal d'audit (table CONFLIT). Ecrit dans
      *conflits-guichet.txt ; WS-CONC-NB porte le total, WS-CONC-ECHEC
      *est positionne si le fichier ne peut pas etre ouvert.
       0522-CONFLIT-RAPPORT-DEB.
           MOVE "N" TO WS-CONC-ECHEC
           MOVE 0 TO WS-CONC-NB

           OPEN OUTPUT F-CONFLIT

           IF NOT F-CONFLIT-OK
             DISPLAY "Impossible d'ouvrir conflits-guichet.txt,"
                     " statut: " F-CONFLIT-STATUS
             MOVE "O" TO WS-CONC-ECHEC
           ELSE
             MOVE SPACES TO LIGNE-CONFLIT
             STRING "CONFLITS ENTRE GUICHETS DU " DELIMITED BY SIZE
                    CONF-DATE DELIMITED BY SIZE
               INTO LIGNE-CONFLIT
             END-STRING
             WRITE LIGNE-CONFLIT
             MOVE SPACES TO LIGNE-CONFLIT
             WRITE LIGNE-CONFLIT
             MOVE "OPERATION REFUSEE   NOMBRE" TO LIGNE-CONFLIT
             WRITE LIGNE-CONFLIT

             DISPLAY " "
             DISPLAY "Conflits entre guichets du " CONF-DATE

             MOVE 1 TO WS-IDX
             MOVE "O" TO WS-VALIDE
             PERFORM UNTIL NOT WS-SAISIE-OK
               MOVE WS-IDX TO RAPPORT-RN

               EXEC SQL
                 SELECT x.operation, x.nb
                 INTO :CONF-OPERATION, :CONF-NB
                 FROM (SELECT TRIM(ancienne_valeur) AS operation,
                              COUNT(*) AS nb,
                              ROW_NUMBER() OVER
                                (ORDER BY TRIM(ancienne_valeur)) AS rn
                       FROM audit_log
                       WHERE table_nom = 'CONFLIT'
                         AND SUBSTR(CAST(date_action AS VARCHAR), 1, 10)
                             = :CONF-DATE
                       GROUP BY TRIM(ancienne_valeur)) x
                 WHERE x.rn = :RAPPORT-RN
               END-EXEC

               IF SQLCODE NOT = 0
                 MOVE "N" TO WS-VALIDE
               ELSE
                 MOVE CONF-NB TO WS-CONC-NB-OPER
                 ADD WS-CONC-NB-OPER TO WS-CONC-NB
                 MOVE SPACES TO LIGNE-CONFLIT
                 MOVE CONF-OPERATION TO LIGNE-CONFLIT(1:12)
                 MOVE WS-CONC-NB-OPER TO LIGNE-CONFLIT(21:5)
                 WRITE LIGNE-CONFLIT
                 DISPLAY "  " CONF-OPERATION " : " WS-CONC-NB-OPER
                 ADD 1 TO WS-IDX
               END-IF
             END-PERFORM

             MOVE SPACES TO LIGNE-CONFLIT
             MOVE "TOTAL" TO LIGNE-CONFLIT(1:12)
             MOVE WS-CONC-NB TO LIGNE-CONFLIT(21:5)
             WRITE LIGNE-CONFLIT

             IF WS-CONC-NB = 0
               MOVE SPACES TO LIGNE-CONFLIT
               WRITE LIGNE-CONFLIT
               MOVE "AUCUN CONFLIT ENTRE GUICHETS CE JOUR"
                 TO LIGNE-CONFLIT
               WRITE LIGNE-CONFLIT
             ELSE
               MOVE SPACES TO LIGNE-CONFLIT
               WRITE LIGNE-CONFLIT
               MOVE "HEURE    OPERATEUR  OPERATION    SITE CLE"
                 TO LIGNE-CONFLIT
               WRITE LIGNE-CONFLIT

               EXEC SQL
                 DECLARE CCONFLIT CURSOR FOR
                 SELECT date_action, db_utilisateur, ancienne_valeur,
                        nouvelle_valeur, cle
                 FROM audit_log
                 WHERE table_nom = 'CONFLIT'
                   AND SUBSTR(CAST(date_action AS VARCHAR), 1, 10)
                       = :CONF-DATE
                 ORDER BY audit_id ASC
               END-EXEC

               EXEC SQL OPEN CCONFLIT END-EXEC

               IF SQLCODE NOT = 0
                 DISPLAY "Erreur lecture du journal. SQLCODE: " SQLCODE
               ELSE
                 MOVE "O" TO WS-VALIDE
                 PERFORM UNTIL NOT WS-SAISIE-OK
                   EXEC SQL
                     FETCH CCONFLIT
                     INTO :AUDIT-DATE-AFF, :AUDIT-UTILISATEUR,
                          :AUDIT-ANCIENNE, :AUDIT-NOUVELLE, :AUDIT-CLE
                   END-EXEC

                   IF SQLCODE NOT = 0
                     MOVE "N" TO WS-VALIDE
                   ELSE
                     MOVE SPACES TO LIGNE-CONFLIT
                     STRING AUDIT-DATE-AFF(12:8) DELIMITED BY SIZE
                            " "                  DELIMITED BY SIZE
                            AUDIT-UTILISATEUR(1:10)
                                                 DELIMITED BY SIZE
                            " "                  DELIMITED BY SIZE
                            AUDIT-ANCIENNE(1:12) DELIMITED BY SIZE
                            " "                  DELIMITED BY SIZE
                            AUDIT-NOUVELLE(6:3)  DELIMITED BY SIZE
                            "  "                 DELIMITED BY SIZE
                            AUDIT-CLE(1:17)      DELIMITED BY SIZE
                       INTO LIGNE-CONFLIT
                     END-STRING
                     WRITE LIGNE-CONFLIT
                   END-IF
                 END-PERFORM

                 EXEC SQL CLOSE CCONFLIT END-EXEC
               END-IF
             END-IF

             CLOSE F-CONFLIT

             DISPLAY "Total des operations refusees  : " WS-CONC-NB
             DISPLAY "Fichier produit: conflits-guichet.txt"
           END-IF.

           EXIT.
       0522-CONFLIT-RAPPORT-FIN.

      ******************************************************************
      *Compte rendu des conflits demande depuis le menu du journal :
      *jour choisi par l'operateur, aujourd'hui par defaut.
       0523-CONFLIT-JOUR-DEB.
           ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
           MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
           MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
           MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
           MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
           MOVE WS-DATE-PARSE-VAL TO CONF-DATE

           MOVE "N" TO WS-VALIDE
           PERFORM UNTIL WS-SAISIE-OK
             DISPLAY "Jour du compte rendu (AAAA-MM-JJ, vide pour "
                     "aujourd'hui " CONF-DATE "): "
             ACCEPT WS-SAISIE
             IF WS-SAISIE = SPACES
               MOVE "O" TO WS-VALIDE
             ELSE
               MOVE WS-SAISIE(1:10) TO WS-DATE-PARSE-VAL
               IF WS-DATE-PARSE-AAAA IS NUMERIC
                  AND WS-DATE-PARSE-MM IS NUMERIC
                  AND WS-DATE-PARSE-JJ IS NUMERIC
                  AND WS-DATE-PARSE-VAL(5:1) = "-"
                  AND WS-DATE-PARSE-VAL(8:1) = "-"
                 MOVE WS-DATE-PARSE-VAL TO CONF-DATE
                 MOVE "O" TO WS-VALIDE
               ELSE
                 DISPLAY "Date invalide, format attendu AAAA-MM-JJ."
               END-IF
             END-IF
           END-PERFORM

           PERFORM 0522-CONFLIT-RAPPORT-DEB
           THRU    0522-CONFLIT-RAPPORT-FIN.

           EXIT.
       0523-CONFLIT-JOUR-FIN.

      ******************************************************************
      *Controle de l'ISBN porte par WS-ISBN-SAISIE. Les tirets et les
      *espaces sont ignores. Un ISBN-10 (neuf chiffres et une cle
      *modulo 11, X pour 10) est converti en ISBN-13 : prefixe 978 et
      *cle EAN recalculee. Un ISBN-13 doit commencer par 978 ou 979
      *et porter une cle EAN juste. WS-ISBN-ETAT : V valide (forme a
      *13 chiffres dans WS-ISBN-13, forme a 10 dans WS-ISBN-10 pour un
      *978), C cle fausse, F hors format ; WS-ISBN-MOTIF explique le
      *refus. ISBN-TREIZE et ISBN-DIX sont prets pour la recherche au
      *catalogue (code compacte quand ce n'est pas un ISBN).
       0530-ISBN-CONTROLE-DEB.
           MOVE "F" TO WS-ISBN-ETAT
           MOVE "N" TO WS-ISBN-CONVERTI
           MOVE SPACES TO WS-ISBN-MOTIF
           MOVE SPACES TO WS-ISBN-ZONE
           MOVE SPACES TO WS-ISBN-13
           MOVE SPACES TO WS-ISBN-10
           MOVE 0 TO WS-ISBN-LG
           MOVE FUNCTION UPPER-CASE(WS-ISBN-SAISIE) TO WS-ISBN-SAISIE
           PERFORM VARYING WS-ISBN-POS FROM 1 BY 1
                   UNTIL WS-ISBN-POS > 20
             MOVE WS-ISBN-SAISIE(WS-ISBN-POS:1) TO WS-ISBN-CAR
             IF WS-ISBN-CAR NOT = "-" AND WS-ISBN-CAR NOT = SPACE
               ADD 1 TO WS-ISBN-LG
               MOVE WS-ISBN-CAR TO WS-ISBN-ZONE(WS-ISBN-LG:1)
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-ISBN-LG = 0
               MOVE "ISBN ABSENT" TO WS-ISBN-MOTIF
             WHEN WS-ISBN-LG = 10
                  AND WS-ISBN-ZONE(1:9) IS NUMERIC
               MOVE WS-ISBN-ZONE(1:9) TO WS-ISBN-NEUF
               PERFORM 0535-ISBN-CLE-10-DEB
               THRU    0535-ISBN-CLE-10-FIN
               IF WS-ISBN-ZONE(10:1) = WS-ISBN-CLE-CAR
                 MOVE "V" TO WS-ISBN-ETAT
                 MOVE "O" TO WS-ISBN-CONVERTI
                 MOVE WS-ISBN-ZONE(1:10) TO WS-ISBN-10
                 MOVE "978" TO WS-ISBN-13(1:3)
                 MOVE WS-ISBN-NEUF TO WS-ISBN-13(4:9)
                 PERFORM 0536-ISBN-CLE-13-DEB
                 THRU    0536-ISBN-CLE-13-FIN
                 MOVE WS-ISBN-CLE-CAR TO WS-ISBN-13(13:1)
               ELSE
                 MOVE "C" TO WS-ISBN-ETAT
                 STRING "CLE ISBN-10 FAUSSE, ATTENDU "
                        DELIMITED BY SIZE
                        WS-ISBN-CLE-CAR DELIMITED BY SIZE
                   INTO WS-ISBN-MOTIF
                 END-STRING
               END-IF
             WHEN WS-ISBN-LG = 13
                  AND WS-ISBN-ZONE(1:13) IS NUMERIC
               IF WS-ISBN-ZONE(1:3) NOT = "978"
                  AND WS-ISBN-ZONE(1:3) NOT = "979"
                 MOVE "PREFIXE ISBN-13 NI 978 NI 979" TO WS-ISBN-MOTIF
               ELSE
                 MOVE WS-ISBN-ZONE(1:13) TO WS-ISBN-13
                 PERFORM 0536-ISBN-CLE-13-DEB
                 THRU    0536-ISBN-CLE-13-FIN
                 IF WS-ISBN-ZONE(13:1) = WS-ISBN-CLE-CAR
                   MOVE "V" TO WS-ISBN-ETAT
                   IF WS-ISBN-13(1:3) = "978"
                     MOVE WS-ISBN-13(4:9) TO WS-ISBN-NEUF
                     PERFORM 0535-ISBN-CLE-10-DEB
                     THRU    0535-ISBN-CLE-10-FIN
                     MOVE WS-ISBN-NEUF TO WS-ISBN-10(1:9)
                     MOVE WS-ISBN-CLE-CAR TO WS-ISBN-10(10:1)
                   END-IF
                 ELSE
                   MOVE "C" TO WS-ISBN-ETAT
                   MOVE SPACES TO WS-ISBN-13
                   STRING "CLE ISBN-13 FAUSSE, ATTENDU "
                          DELIMITED BY SIZE
                          WS-ISBN-CLE-CAR DELIMITED BY SIZE
                     INTO WS-ISBN-MOTIF
                   END-STRING
                 END-IF
               END-IF
             WHEN OTHER
               MOVE "FORMAT NON ISBN" TO WS-ISBN-MOTIF
           END-EVALUATE

           IF WS-ISBN-VALIDE
             MOVE WS-ISBN-13 TO ISBN-TREIZE
             IF WS-ISBN-10 = SPACES
               MOVE WS-ISBN-13 TO ISBN-DIX
             ELSE
               MOVE WS-ISBN-10 TO ISBN-DIX
             END-IF
           ELSE
             MOVE WS-ISBN-ZONE(1:13) TO ISBN-TREIZE
             MOVE WS-ISBN-ZONE(1:13) TO ISBN-DIX
           END-IF.

           EXIT.
       0530-ISBN-CONTROLE-FIN.

      ******************************************************************
      *Controle du code de livre saisi au guichet (WS-SAISIE). Un ISBN
      *valide est retenu sous sa forme a 13 chiffres dans LIVRE-CODE ;
      *un ISBN a cle fausse est refuse ; un code qui n'a pas la forme
      *d'un ISBN (fonds local, document sans ISBN) n'est garde tel
      *quel qu'apres confirmation. WS-ISBN-RETENU passe a O si le code
      *est accepte.
       0531-ISBN-SAISIE-DEB.
           MOVE "N" TO WS-ISBN-RETENU
           MOVE FUNCTION TRIM(WS-SAISIE) TO WS-SAISIE
           MOVE WS-SAISIE TO WS-ISBN-SAISIE
           PERFORM 0530-ISBN-CONTROLE-DEB
           THRU    0530-ISBN-CONTROLE-FIN

           EVALUATE TRUE
             WHEN WS-SAISIE = SPACES
               DISPLAY "Code obligatoire."
             WHEN WS-SAISIE(21:) NOT = SPACES
               DISPLAY "Code trop long, veuillez recommencer."
             WHEN WS-ISBN-VALIDE
               MOVE "O" TO WS-ISBN-RETENU
               MOVE WS-ISBN-13 TO LIVRE-CODE
               IF WS-ISBN-CONVERTI-OUI
                 DISPLAY "ISBN-10 converti en ISBN-13: " WS-ISBN-13
               END-IF
             WHEN WS-ISBN-CLE-FAUSSE
               DISPLAY "ISBN refuse : " WS-ISBN-MOTIF
             WHEN WS-SAISIE(14:) NOT = SPACES
               DISPLAY "Ce code n'est pas un ISBN et depasse "
                       "13 caracteres, veuillez recommencer."
             WHEN OTHER
               DISPLAY "Ce code n'est pas un ISBN ("
                       FUNCTION TRIM(WS-ISBN-MOTIF) ")."
               DISPLAY "Le garder comme code local ? (O/N) "
               ACCEPT WS-REPONSE-2
               MOVE FUNCTION UPPER-CASE(WS-REPONSE-2) TO WS-REPONSE-2
               IF WS-REPONSE-2 = "O"
                 MOVE "O" TO WS-ISBN-RETENU
                 MOVE WS-SAISIE TO LIVRE-CODE
               END-IF
           END-EVALUATE.

           EXIT.
       0531-ISBN-SAISIE-FIN.

      ******************************************************************
      *Recherche au catalogue des notices portant le code controle par
      *0530-ISBN-CONTROLE-DEB, quelle que soit la forme sous laquelle
      *il a ete enregistre (10 ou 13 chiffres, avec ou sans tirets).
      *WS-ISBN-NB-BASE recoit le nombre de notices trouvees ; la
      *premiere (plus ancienne) est chargee dans LIVRE-ID et
      *LIVRE-CODE, qui garde sinon le code controle.
       0532-ISBN-RECHERCHE-DEB.
           MOVE 0 TO WS-ISBN-NB-BASE
           EXEC SQL
             SELECT COUNT(*)
             INTO :ISBN-NB
             FROM livre
             WHERE REPLACE(REPLACE(UPPER(code), '-', ''), ' ', '')
                   IN (RTRIM(:ISBN-TREIZE), RTRIM(:ISBN-DIX))
           END-EXEC

           IF SQLCODE = 0
             MOVE ISBN-NB TO WS-ISBN-NB-BASE
           END-IF

           IF WS-ISBN-NB-BASE > 0
             MOVE 1 TO WS-ISBN-RN
             PERFORM 0533-ISBN-DOUBLON-LIT-DEB
             THRU    0533-ISBN-DOUBLON-LIT-FIN
             IF SQLCODE = 0
               MOVE ISBN-CODE-BASE TO LIVRE-CODE
             END-IF
           END-IF.

           EXIT.
       0532-ISBN-RECHERCHE-FIN.

      ******************************************************************
      *Lecture de la notice de rang WS-ISBN-RN (ordre de creation)
      *parmi celles qui portent le code cherche par
      *0532-ISBN-RECHERCHE-DEB : LIVRE-ID, ISBN-CODE-BASE et
      *ISBN-TITRE-BASE.
       0533-ISBN-DOUBLON-LIT-DEB.
           MOVE WS-ISBN-RN TO RAPPORT-RN

           EXEC SQL
             SELECT livre_id, code, titre
             INTO :LIVRE-ID, :ISBN-CODE-BASE, :ISBN-TITRE-BASE
             FROM (SELECT livre_id, code, titre,
                          ROW_NUMBER() OVER
                            (ORDER BY livre_id ASC) AS rn
                   FROM livre
                   WHERE REPLACE(REPLACE(UPPER(code), '-', ''),
                                 ' ', '')
                         IN (RTRIM(:ISBN-TREIZE), RTRIM(:ISBN-DIX))) x
             WHERE x.rn = :RAPPORT-RN
           END-EXEC.

           EXIT.
       0533-ISBN-DOUBLON-LIT-FIN.

      ******************************************************************
      *Signalement au guichet d'un ISBN porte par plusieurs notices :
      *liste des notices en doublon, la premiere est retenue pour
      *l'operation en cours et les autres restent a fusionner.
       0534-ISBN-DOUBLON-AFFICHE-DEB.
           DISPLAY "Attention : ce code est porte par "
                   WS-ISBN-NB-BASE " notices du catalogue :"
           PERFORM VARYING WS-ISBN-RN FROM 1 BY 1
                   UNTIL WS-ISBN-RN > WS-ISBN-NB-BASE
             PERFORM 0533-ISBN-DOUBLON-LIT-DEB
             THRU    0533-ISBN-DOUBLON-LIT-FIN
             IF SQLCODE = 0
               DISPLAY "  " ISBN-CODE-BASE " " ISBN-TITRE-BASE
             END-IF
           END-PERFORM

      *La premiere notice est relue pour LIVRE-ID.
           MOVE 1 TO WS-ISBN-RN
           PERFORM 0533-ISBN-DOUBLON-LIT-DEB
           THRU    0533-ISBN-DOUBLON-LIT-FIN
           DISPLAY "La notice " LIVRE-CODE " est retenue, les doublons"
                   " sont a fusionner."

           EXIT.
       0534-ISBN-DOUBLON-AFFICHE-FIN.

      ******************************************************************
      *Cle d'un ISBN-10 pour les neuf chiffres de WS-ISBN-NEUF :
      *ponderation de 10 a 2, cle = 11 moins le reste modulo 11 (X
      *pour 10, 0 pour 11), rendue dans WS-ISBN-CLE-CAR.
       0535-ISBN-CLE-10-DEB.
           MOVE 0 TO WS-ISBN-SOMME
           PERFORM VARYING WS-ISBN-POS FROM 1 BY 1
                   UNTIL WS-ISBN-POS > 9
             MOVE WS-ISBN-NEUF(WS-ISBN-POS:1) TO WS-ISBN-CHIFFRE
             COMPUTE WS-ISBN-SOMME = WS-ISBN-SOMME
               + WS-ISBN-CHIFFRE * (11 - WS-ISBN-POS)
           END-PERFORM
           DIVIDE WS-ISBN-SOMME BY 11 GIVING WS-ISBN-QUOTIENT
             REMAINDER WS-ISBN-CLE
           COMPUTE WS-ISBN-CLE = 11 - WS-ISBN-CLE
           EVALUATE TRUE
             WHEN WS-ISBN-CLE = 10
               MOVE "X" TO WS-ISBN-CLE-CAR
             WHEN WS-ISBN-CLE = 11
               MOVE "0" TO WS-ISBN-CLE-CAR
             WHEN OTHER
               MOVE WS-ISBN-CLE TO WS-ISBN-CHIFFRE
               MOVE WS-ISBN-CHIFFRE TO WS-ISBN-CLE-CAR
           END-EVALUATE.

           EXIT.
       0535-ISBN-CLE-10-FIN.

      ******************************************************************
      *Cle EAN d'un ISBN-13 pour les douze premiers chiffres de
      *WS-ISBN-13 : poids 1 aux rangs impairs, 3 aux rangs pairs, cle
      *= 10 moins le reste modulo 10 (0 pour 10), rendue dans
      *WS-ISBN-CLE-CAR.
       0536-ISBN-CLE-13-DEB.
           MOVE 0 TO WS-ISBN-SOMME
           PERFORM VARYING WS-ISBN-POS FROM 1 BY 1
                   UNTIL WS-ISBN-POS > 12
             MOVE WS-ISBN-13(WS-ISBN-POS:1) TO WS-ISBN-CHIFFRE
             DIVIDE WS-ISBN-POS BY 2 GIVING WS-ISBN-QUOTIENT
               REMAINDER WS-ISBN-CLE
             IF WS-ISBN-CLE = 0
               COMPUTE WS-ISBN-SOMME = WS-ISBN-SOMME
                 + WS-ISBN-CHIFFRE * 3
             ELSE
               ADD WS-ISBN-CHIFFRE TO WS-ISBN-SOMME
             END-IF
           END-PERFORM
           DIVIDE WS-ISBN-SOMME BY 10 GIVING WS-ISBN-QUOTIENT
             REMAINDER WS-ISBN-CLE
           COMPUTE WS-ISBN-CLE = 10 - WS-ISBN-CLE
           IF WS-ISBN-CLE = 10
             MOVE 0 TO WS-ISBN-CLE
           END-IF
           MOVE WS-ISBN-CLE TO WS-ISBN-CHIFFRE
           MOVE WS-ISBN-CHIFFRE TO WS-ISBN-CLE-CAR.

           EXIT.
       0536-ISBN-CLE-13-FIN.

      ******************************************************************
      *Import des notices UNIMARC de notices-unimarc.dat (export de la
      *BnF ou du catalogue collectif, une zone par ligne, notices
      *separees par une ligne vide ou par un label 000). Chaque notice
      *est rapprochee du catalogue par son ISBN (010 $a) : creation de
      *la notice et de son auteur si l'ISBN est inconnu, complement
      *des zones vides si une seule notice le porte, signalement si
      *plusieurs notices le portent deja. Compte rendu dans
      *import-notices-rapport.txt ; WS-UNI-ECHEC a O si un des
      *fichiers ne peut etre ouvert. Les notices creees prennent le
      *type WS-UNI-TYPE.
       0537-UNI-IMPORT-DEB.
           MOVE "N" TO WS-UNI-ECHEC
           MOVE 0 TO WS-UNI-NB-LUES
           MOVE 0 TO WS-UNI-NB-CREEES
           MOVE 0 TO WS-UNI-NB-ENRICHIES
           MOVE 0 TO WS-UNI-NB-INCHANGEES
           MOVE 0 TO WS-UNI-NB-REJETEES
           MOVE 0 TO WS-UNI-NB-DOUBLONS

           OPEN INPUT F-UNIMARC
           IF NOT F-UNIMARC-OK
             DISPLAY "Impossible d'ouvrir notices-unimarc.dat,"
                     " statut: " F-UNIMARC-STATUS
             MOVE "O" TO WS-UNI-ECHEC
           ELSE
             OPEN OUTPUT F-UNI-RAPPORT
             IF NOT F-UNI-RAPPORT-OK
               DISPLAY "Impossible d'ouvrir import-notices-rapport.txt,"
                       " statut: " F-UNI-RAPPORT-STATUS
               MOVE "O" TO WS-UNI-ECHEC
               CLOSE F-UNIMARC
             END-IF
           END-IF

           IF NOT WS-UNI-ECHEC-OUI
             ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
             MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
             MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
             MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
             MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
             MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
             MOVE SPACES TO LIGNE-UNI-RAPPORT
             STRING "IMPORT DES NOTICES UNIMARC DU " DELIMITED BY SIZE
                    WS-DATE-PARSE-VAL DELIMITED BY SIZE
                    " (notices-unimarc.dat)" DELIMITED BY SIZE
               INTO LIGNE-UNI-RAPPORT
             END-STRING
             WRITE LIGNE-UNI-RAPPORT
             MOVE SPACES TO LIGNE-UNI-RAPPORT
             WRITE LIGNE-UNI-RAPPORT
             MOVE "RESULTAT  ISBN              TITRE / MOTIF"
               TO LIGNE-UNI-RAPPORT
             WRITE LIGNE-UNI-RAPPORT

             PERFORM 0538-UNI-NOTICE-RAZ-DEB
             THRU    0538-UNI-NOTICE-RAZ-FIN
             READ F-UNIMARC
             PERFORM UNTIL NOT F-UNIMARC-OK
               EVALUATE TRUE
                 WHEN LIGNE-UNIMARC = SPACES
                 WHEN UNI-ZONE = "000"
                   IF WS-UNI-EN-COURS-OUI
                     PERFORM 0541-UNI-NOTICE-TRAITE-DEB
                     THRU    0541-UNI-NOTICE-TRAITE-FIN
                     PERFORM 0538-UNI-NOTICE-RAZ-DEB
                     THRU    0538-UNI-NOTICE-RAZ-FIN
                   END-IF
                 WHEN OTHER
                   PERFORM 0539-UNI-ZONE-LIT-DEB
                   THRU    0539-UNI-ZONE-LIT-FIN
               END-EVALUATE
               READ F-UNIMARC
             END-PERFORM

             IF NOT F-UNIMARC-EOF
               DISPLAY "Erreur de lecture notices-unimarc.dat,"
                       " statut: " F-UNIMARC-STATUS
               MOVE "O" TO WS-UNI-ECHEC
             END-IF
      *Derniere notice du fichier, sans ligne vide finale.
             IF WS-UNI-EN-COURS-OUI
               PERFORM 0541-UNI-NOTICE-TRAITE-DEB
               THRU    0541-UNI-NOTICE-TRAITE-FIN
             END-IF

             MOVE SPACES TO LIGNE-UNI-RAPPORT
             WRITE LIGNE-UNI-RAPPORT
             MOVE SPACES TO LIGNE-UNI-RAPPORT
             STRING "NOTICES LUES        : " DELIMITED BY SIZE
                    WS-UNI-NB-LUES DELIMITED BY SIZE
               INTO LIGNE-UNI-RAPPORT
             END-STRING
             WRITE LIGNE-UNI-RAPPORT
             MOVE SPACES TO LIGNE-UNI-RAPPORT
             STRING "NOTICES CREEES      : " DELIMITED BY SIZE
                    WS-UNI-NB-CREEES DELIMITED BY SIZE
               INTO LIGNE-UNI-RAPPORT
             END-STRING
             WRITE LIGNE-UNI-RAPPORT
             MOVE SPACES TO LIGNE-UNI-RAPPORT
             STRING "NOTICES ENRICHIES   : " DELIMITED BY SIZE
                    WS-UNI-NB-ENRICHIES DELIMITED BY SIZE
               INTO LIGNE-UNI-RAPPORT
             END-STRING
             WRITE LIGNE-UNI-RAPPORT
             MOVE SPACES TO LIGNE-UNI-RAPPORT
             STRING "NOTICES INCHANGEES  : " DELIMITED BY SIZE
                    WS-UNI-NB-INCHANGEES DELIMITED BY SIZE
               INTO LIGNE-UNI-RAPPORT
             END-STRING
             WRITE LIGNE-UNI-RAPPORT
             MOVE SPACES TO LIGNE-UNI-RAPPORT
             STRING "NOTICES REJETEES    : " DELIMITED BY SIZE
                    WS-UNI-NB-REJETEES DELIMITED BY SIZE
               INTO LIGNE-UNI-RAPPORT
             END-STRING
             WRITE LIGNE-UNI-RAPPORT
             MOVE SPACES TO LIGNE-UNI-RAPPORT
             STRING "DOUBLONS D'ISBN     : " DELIMITED BY SIZE
                    WS-UNI-NB-DOUBLONS DELIMITED BY SIZE
               INTO LIGNE-UNI-RAPPORT
             END-STRING
             WRITE LIGNE-UNI-RAPPORT

             CLOSE F-UNIMARC
             CLOSE F-UNI-RAPPORT
           END-IF.

           EXIT.
       0537-UNI-IMPORT-FIN.

      ******************************************************************
      *Remise a blanc des zones retenues pour la notice suivante.
       0538-UNI-NOTICE-RAZ-DEB.
           MOVE "N" TO WS-UNI-EN-COURS
           MOVE SPACES TO WS-UNI-ISBN
           MOVE SPACES TO WS-UNI-PRIX
           MOVE SPACES TO WS-UNI-TITRE
           MOVE SPACES TO WS-UNI-EDITEUR
           MOVE SPACES TO WS-UNI-DATE
           MOVE SPACES TO WS-UNI-ANNEE
           MOVE SPACES TO WS-UNI-A-NOM
           MOVE SPACES TO WS-UNI-A-PRENOM
           MOVE 9 TO WS-UNI-A-RANG.

           EXIT.
       0538-UNI-NOTICE-RAZ-FIN.

      ******************************************************************
      *Lecture d'une zone de la notice en cours. Zones retenues :
      *010 $a ISBN et $d prix (premiere occurrence), 200 $a titre,
      *210 ou 214 $c editeur et $d date de publication, auteur
      *principal 700 $a nom et $b prenom, a defaut 701, a defaut
      *collectivite 710 $a.
       0539-UNI-ZONE-LIT-DEB.
           MOVE "O" TO WS-UNI-EN-COURS
           EVALUATE UNI-ZONE
             WHEN "010"
               IF WS-UNI-ISBN = SPACES
                 MOVE "a" TO WS-UNI-CODE
                 PERFORM 0540-UNI-SOUS-ZONE-DEB
                 THRU    0540-UNI-SOUS-ZONE-FIN
                 MOVE WS-UNI-VALEUR TO WS-UNI-ISBN
                 MOVE "d" TO WS-UNI-CODE
                 PERFORM 0540-UNI-SOUS-ZONE-DEB
                 THRU    0540-UNI-SOUS-ZONE-FIN
                 UNSTRING WS-UNI-VALEUR DELIMITED BY ALL SPACE
                   INTO WS-UNI-PRIX
                 END-UNSTRING
                 INSPECT WS-UNI-PRIX REPLACING ALL "," BY "."
               END-IF
             WHEN "200"
               IF WS-UNI-TITRE = SPACES
                 MOVE "a" TO WS-UNI-CODE
                 PERFORM 0540-UNI-SOUS-ZONE-DEB
                 THRU    0540-UNI-SOUS-ZONE-FIN
                 MOVE WS-UNI-VALEUR TO WS-UNI-TITRE
               END-IF
             WHEN "210"
             WHEN "214"
               IF WS-UNI-EDITEUR = SPACES
                 MOVE "c" TO WS-UNI-CODE
                 PERFORM 0540-UNI-SOUS-ZONE-DEB
                 THRU    0540-UNI-SOUS-ZONE-FIN
                 MOVE WS-UNI-VALEUR TO WS-UNI-EDITEUR
               END-IF
               IF WS-UNI-DATE = SPACES
                 MOVE "d" TO WS-UNI-CODE
                 PERFORM 0540-UNI-SOUS-ZONE-DEB
                 THRU    0540-UNI-SOUS-ZONE-FIN
                 MOVE WS-UNI-VALEUR TO WS-UNI-DATE
               END-IF
             WHEN "700"
             WHEN "701"
             WHEN "710"
               EVALUATE UNI-ZONE
                 WHEN "700"
                   MOVE 1 TO WS-UNI-A-RANG-ZONE
                 WHEN "701"
                   MOVE 2 TO WS-UNI-A-RANG-ZONE
                 WHEN OTHER
                   MOVE 3 TO WS-UNI-A-RANG-ZONE
               END-EVALUATE
               IF WS-UNI-A-RANG-ZONE < WS-UNI-A-RANG
                 MOVE WS-UNI-A-RANG-ZONE TO WS-UNI-A-RANG
                 MOVE "a" TO WS-UNI-CODE
                 PERFORM 0540-UNI-SOUS-ZONE-DEB
                 THRU    0540-UNI-SOUS-ZONE-FIN
                 MOVE WS-UNI-VALEUR TO WS-UNI-A-NOM
                 MOVE SPACES TO WS-UNI-A-PRENOM
                 IF UNI-ZONE NOT = "710"
                   MOVE "b" TO WS-UNI-CODE
                   PERFORM 0540-UNI-SOUS-ZONE-DEB
                   THRU    0540-UNI-SOUS-ZONE-FIN
                   MOVE WS-UNI-VALEUR TO WS-UNI-A-PRENOM
                 END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0539-UNI-ZONE-LIT-FIN.

      ******************************************************************
      *Valeur de la premiere sous-zone $WS-UNI-CODE de la zone lue,
      *jusqu'a la sous-zone suivante, dans WS-UNI-VALEUR (a blanc si
      *la sous-zone est absente).
       0540-UNI-SOUS-ZONE-DEB.
           MOVE SPACES TO WS-UNI-VALEUR
           MOVE 0 TO WS-UNI-DEBUT
           PERFORM VARYING WS-UNI-POS FROM 1 BY 1
                   UNTIL WS-UNI-POS > 241 OR WS-UNI-DEBUT > 0
             IF UNI-DONNEES(WS-UNI-POS:1) = "$"
                AND UNI-DONNEES(WS-UNI-POS + 1:1) = WS-UNI-CODE
               COMPUTE WS-UNI-DEBUT = WS-UNI-POS + 2
             END-IF
           END-PERFORM

           IF WS-UNI-DEBUT > 0
             UNSTRING UNI-DONNEES(WS-UNI-DEBUT:) DELIMITED BY "$"
               INTO WS-UNI-VALEUR
             END-UNSTRING
             MOVE FUNCTION TRIM(WS-UNI-VALEUR) TO WS-UNI-VALEUR
           END-IF.

           EXIT.
       0540-UNI-SOUS-ZONE-FIN.

      ******************************************************************
      *Traitement d'une notice complete : controle de l'ISBN et du
      *titre, rapprochement avec le catalogue puis creation (qui exige
      *l'annee de 210/214 $d), enrichissement ou signalement du
      *doublon, ligne de compte rendu.
       0541-UNI-NOTICE-TRAITE-DEB.
           ADD 1 TO WS-UNI-NB-LUES
           MOVE SPACES TO WS-UNI-DETAIL
           MOVE SPACES TO WS-UNI-ANNEE
           PERFORM VARYING WS-UNI-POS FROM 1 BY 1
                   UNTIL WS-UNI-POS > 17 OR WS-UNI-ANNEE NOT = SPACES
             IF WS-UNI-DATE(WS-UNI-POS:4) IS NUMERIC
               MOVE WS-UNI-DATE(WS-UNI-POS:4) TO WS-UNI-ANNEE
             END-IF
           END-PERFORM

           MOVE WS-UNI-ISBN TO WS-ISBN-SAISIE
           PERFORM 0530-ISBN-CONTROLE-DEB
           THRU    0530-ISBN-CONTROLE-FIN

           EVALUATE TRUE
             WHEN NOT WS-ISBN-VALIDE
               MOVE "REJETEE" TO WS-UNI-RESULTAT
               STRING WS-ISBN-MOTIF DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      WS-UNI-TITRE DELIMITED BY SIZE
                 INTO WS-UNI-DETAIL
               END-STRING
               ADD 1 TO WS-UNI-NB-REJETEES
             WHEN WS-UNI-TITRE = SPACES
               MOVE "REJETEE" TO WS-UNI-RESULTAT
               MOVE "TITRE ABSENT (200 $a)" TO WS-UNI-DETAIL
               ADD 1 TO WS-UNI-NB-REJETEES
             WHEN OTHER
               PERFORM 0532-ISBN-RECHERCHE-DEB
               THRU    0532-ISBN-RECHERCHE-FIN
               EVALUATE TRUE
                 WHEN SQLCODE < 0
                   MOVE "REJETEE" TO WS-UNI-RESULTAT
                   MOVE "ERREUR DE LECTURE DU CATALOGUE"
                     TO WS-UNI-DETAIL
                   ADD 1 TO WS-UNI-NB-REJETEES
                 WHEN WS-ISBN-NB-BASE = 0
                      AND WS-UNI-ANNEE NOT NUMERIC
                   MOVE "REJETEE" TO WS-UNI-RESULTAT
                   MOVE "DATE DE PUBLICATION ABSENTE (210 $d)"
                     TO WS-UNI-DETAIL
                   ADD 1 TO WS-UNI-NB-REJETEES
                 WHEN WS-ISBN-NB-BASE = 0
                   PERFORM 0542-UNI-CREE-DEB
                   THRU    0542-UNI-CREE-FIN
                 WHEN WS-ISBN-NB-BASE = 1
                   PERFORM 0543-UNI-ENRICHIT-DEB
                   THRU    0543-UNI-ENRICHIT-FIN
                 WHEN OTHER
                   MOVE "DOUBLON" TO WS-UNI-RESULTAT
                   STRING WS-ISBN-NB-BASE DELIMITED BY SIZE
                          " NOTICES AU CATALOGUE, NON ENRICHIES"
                          DELIMITED BY SIZE
                     INTO WS-UNI-DETAIL
                   END-STRING
                   ADD 1 TO WS-UNI-NB-DOUBLONS
               END-EVALUATE
           END-EVALUATE

           MOVE SPACES TO LIGNE-UNI-RAPPORT
           MOVE WS-UNI-RESULTAT TO LIGNE-UNI-RAPPORT(1:10)
           IF WS-ISBN-VALIDE
             MOVE WS-ISBN-13 TO LIGNE-UNI-RAPPORT(11:17)
           ELSE
             MOVE WS-UNI-ISBN TO LIGNE-UNI-RAPPORT(11:17)
           END-IF
           MOVE WS-UNI-DETAIL TO LIGNE-UNI-RAPPORT(29:52)
           WRITE LIGNE-UNI-RAPPORT

      *Notices du catalogue qui portent deja l'ISBN en double.
           IF WS-UNI-RESULTAT = "DOUBLON"
             PERFORM VARYING WS-ISBN-RN FROM 1 BY 1
                     UNTIL WS-ISBN-RN > WS-ISBN-NB-BASE
               PERFORM 0533-ISBN-DOUBLON-LIT-DEB
               THRU    0533-ISBN-DOUBLON-LIT-FIN
               IF SQLCODE = 0
                 MOVE SPACES TO LIGNE-UNI-RAPPORT
                 MOVE "->" TO LIGNE-UNI-RAPPORT(11:2)
                 MOVE ISBN-CODE-BASE TO LIGNE-UNI-RAPPORT(14:13)
                 MOVE ISBN-TITRE-BASE TO LIGNE-UNI-RAPPORT(29:38)
                 WRITE LIGNE-UNI-RAPPORT
               END-IF
             END-PERFORM
           END-IF.

           EXIT.
       0541-UNI-NOTICE-TRAITE-FIN.

      ******************************************************************
      *Creation de la notice d'un ISBN inconnu du catalogue, sans
      *exemplaire : code a 13 chiffres, auteur retrouve ou cree, prix
      *de remplacement repris de 010 $d s'il est lisible.
       0542-UNI-CREE-DEB.
           MOVE WS-UNI-A-NOM TO AUTEUR-NOM
           MOVE WS-UNI-A-PRENOM TO AUTEUR-PRENOM
           PERFORM 0544-UNI-AUTEUR-DEB
           THRU    0544-UNI-AUTEUR-FIN

           IF SQLCODE NOT = 0
             MOVE "REJETEE" TO WS-UNI-RESULTAT
             MOVE "ERREUR DE CREATION DE L'AUTEUR" TO WS-UNI-DETAIL
             ADD 1 TO WS-UNI-NB-REJETEES
           ELSE
             MOVE AUTEUR-ID TO LIVRE-A-ID
             MOVE WS-ISBN-13 TO LIVRE-CODE
             MOVE WS-UNI-TITRE TO LIVRE-TITRE
             MOVE WS-UNI-TYPE TO LIVRE-TYPE
             MOVE WS-UNI-ANNEE TO LIVRE-ANNEE
             MOVE WS-UNI-EDITEUR TO LIVRE-EDITION
             MOVE "000" TO LIVRE-COMPT
             MOVE "000" TO LIVRE-PRET
             MOVE "NON" TO LIVRE-DISPO
             MOVE 0 TO WS-REMPL-PRIX
             IF FUNCTION TEST-NUMVAL(WS-UNI-PRIX) = 0
               IF FUNCTION NUMVAL(WS-UNI-PRIX) < 10000
                 MOVE FUNCTION NUMVAL(WS-UNI-PRIX) TO WS-REMPL-PRIX
               END-IF
             END-IF
             MOVE WS-REMPL-PRIX TO WS-AMENDE-EDIT
             MOVE WS-AMENDE-EDIT TO LIVRE-PRIX

             EXEC SQL
               INSERT INTO livre
               (code, titre, auteur_id, type, annee, edition,
               compt, pret, dispo, prix_remplacement)
               VALUES (:LIVRE-CODE, :LIVRE-TITRE, :LIVRE-A-ID,
                       :LIVRE-TYPE, :LIVRE-ANNEE, :LIVRE-EDITION,
                       :LIVRE-COMPT, :LIVRE-PRET, :LIVRE-DISPO,
                       :LIVRE-PRIX)
             END-EXEC

             IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE "CREEE" TO WS-UNI-RESULTAT
               MOVE LIVRE-TITRE TO WS-UNI-DETAIL
               ADD 1 TO WS-UNI-NB-CREEES

               MOVE "LIVRE" TO AUDIT-TABLE
               MOVE LIVRE-CODE TO AUDIT-CLE
               MOVE SPACES TO AUDIT-ANCIENNE
               MOVE LIVRE-TITRE TO AUDIT-NOUVELLE
               PERFORM 0281-AUDIT-ENREGISTRE-DEB
               THRU    0281-AUDIT-ENREGISTRE-FIN
             ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "REJETEE" TO WS-UNI-RESULTAT
               MOVE "ERREUR DE CREATION DE LA NOTICE" TO WS-UNI-DETAIL
               ADD 1 TO WS-UNI-NB-REJETEES
             END-IF
           END-IF.

           EXIT.
       0542-UNI-CREE-FIN.

      ******************************************************************
      *Enrichissement de la seule notice (LIVRE-ID) qui porte l'ISBN :
      *annee et editeur completes s'ils manquent, auteur rattache si
      *la notice n'en a pas (ou porte l'auteur INCONNU des creations
      *au fil des commandes), ou remplace par l'auteur complet si
      *seul le prenom manquait. Le titre et le type ne sont jamais
      *modifies.
       0543-UNI-ENRICHIT-DEB.
           EXEC SQL
             SELECT l.code, l.titre,
                    COALESCE(CAST(l.annee AS VARCHAR), ''),
                    COALESCE(l.edition, ''),
                    COALESCE(CAST(l.auteur_id AS VARCHAR), ''),
                    COALESCE(a.nom, ''), COALESCE(a.prenom, '')
             INTO :LIVRE-CODE, :LIVRE-TITRE, :LIVRE-ANNEE,
                  :LIVRE-EDITION, :LIVRE-A-ID,
                  :AUTEUR-NOM, :AUTEUR-PRENOM
             FROM livre l
             LEFT JOIN auteur a ON a.auteur_id = l.auteur_id
             WHERE l.livre_id = :LIVRE-ID
           END-EXEC

           IF SQLCODE NOT = 0
             MOVE "REJETEE" TO WS-UNI-RESULTAT
             MOVE "ERREUR DE LECTURE DE LA NOTICE" TO WS-UNI-DETAIL
             ADD 1 TO WS-UNI-NB-REJETEES
           ELSE
             MOVE "N" TO WS-UNI-ENRICHI
             MOVE 1 TO WS-UNI-POS
             IF LIVRE-ANNEE NOT NUMERIC AND WS-UNI-ANNEE NOT = SPACES
               MOVE WS-UNI-ANNEE TO LIVRE-ANNEE
               MOVE "O" TO WS-UNI-ENRICHI
               STRING "ANNEE " DELIMITED BY SIZE
                 INTO WS-UNI-DETAIL WITH POINTER WS-UNI-POS
               END-STRING
             END-IF
             IF LIVRE-EDITION = SPACES AND WS-UNI-EDITEUR NOT = SPACES
               MOVE WS-UNI-EDITEUR TO LIVRE-EDITION
               MOVE "O" TO WS-UNI-ENRICHI
               STRING "EDITEUR " DELIMITED BY SIZE
                 INTO WS-UNI-DETAIL WITH POINTER WS-UNI-POS
               END-STRING
             END-IF
             IF WS-UNI-A-NOM NOT = SPACES
               IF AUTEUR-NOM = SPACES OR AUTEUR-NOM = "INCONNU"
                  OR (FUNCTION UPPER-CASE(AUTEUR-NOM)
                        = FUNCTION UPPER-CASE(WS-UNI-A-NOM)
                      AND AUTEUR-PRENOM = SPACES
                      AND WS-UNI-A-PRENOM NOT = SPACES)
                 MOVE WS-UNI-A-NOM TO AUTEUR-NOM
                 MOVE WS-UNI-A-PRENOM TO AUTEUR-PRENOM
                 PERFORM 0544-UNI-AUTEUR-DEB
                 THRU    0544-UNI-AUTEUR-FIN
                 IF SQLCODE = 0
                   MOVE AUTEUR-ID TO LIVRE-A-ID
                   MOVE "O" TO WS-UNI-ENRICHI
                   STRING "AUTEUR " DELIMITED BY SIZE
                     INTO WS-UNI-DETAIL WITH POINTER WS-UNI-POS
                   END-STRING
                 END-IF
               END-IF
             END-IF

             IF WS-UNI-ENRICHI-OUI
               EXEC SQL
                 UPDATE livre
                 SET annee     = :LIVRE-ANNEE,
                     edition   = :LIVRE-EDITION,
                     auteur_id = :LIVRE-A-ID
                 WHERE livre_id = :LIVRE-ID
               END-EXEC

               IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
                 MOVE "ENRICHIE" TO WS-UNI-RESULTAT
                 ADD 1 TO WS-UNI-NB-ENRICHIES
                 MOVE "LIVRE" TO AUDIT-TABLE
                 MOVE LIVRE-CODE TO AUDIT-CLE
                 MOVE SPACES TO AUDIT-ANCIENNE
                 MOVE SPACES TO AUDIT-NOUVELLE
                 STRING "NOTICE UNIMARC : " DELIMITED BY SIZE
                        WS-UNI-DETAIL DELIMITED BY SIZE
                   INTO AUDIT-NOUVELLE
                 END-STRING
                 STRING "- " DELIMITED BY SIZE
                        LIVRE-TITRE DELIMITED BY SIZE
                   INTO WS-UNI-DETAIL WITH POINTER WS-UNI-POS
                 END-STRING
                 PERFORM 0281-AUDIT-ENREGISTRE-DEB
                 THRU    0281-AUDIT-ENREGISTRE-FIN
               ELSE
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE "REJETEE" TO WS-UNI-RESULTAT
                 MOVE "ERREUR DE MISE A JOUR DE LA NOTICE"
                   TO WS-UNI-DETAIL
                 ADD 1 TO WS-UNI-NB-REJETEES
               END-IF
             ELSE
               MOVE "INCHANGEE" TO WS-UNI-RESULTAT
               MOVE LIVRE-TITRE TO WS-UNI-DETAIL
               ADD 1 TO WS-UNI-NB-INCHANGEES
             END-IF
           END-IF.

           EXIT.
       0543-UNI-ENRICHIT-FIN.

      ******************************************************************
      *Auteur AUTEUR-NOM / AUTEUR-PRENOM retrouve ou cree (INCONNU si
      *la notice n'a pas d'auteur) : AUTEUR-ID, SQLCODE a 0 si trouve.
       0544-UNI-AUTEUR-DEB.
           IF AUTEUR-NOM = SPACES
             MOVE "INCONNU" TO AUTEUR-NOM
           END-IF

           EXEC SQL
             SELECT auteur_id INTO :AUTEUR-ID
             FROM auteur
             WHERE nom = :AUTEUR-NOM AND prenom = :AUTEUR-PRENOM
           END-EXEC

           IF SQLCODE NOT = 0
             EXEC SQL
               INSERT INTO auteur (nom, prenom)
               VALUES (:AUTEUR-NOM, :AUTEUR-PRENOM)
             END-EXEC
             IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               EXEC SQL
                 SELECT auteur_id INTO :AUTEUR-ID
                 FROM auteur
                 WHERE nom = :AUTEUR-NOM
                   AND prenom = :AUTEUR-PRENOM
               END-EXEC
             END-IF
           END-IF.

           EXIT.
       0544-UNI-AUTEUR-FIN.

      ******************************************************************
      *Import des notices UNIMARC depuis le menu des rapports : type
      *de document des notices creees, import puis bilan a l'ecran.
       0545-UNI-IMPORT-SAISIE-DEB.
           DISPLAY "Import des notices de notices-unimarc.dat"
           DISPLAY "Type de document des notices creees "
                   "(vide = Livre) : "
           ACCEPT WS-SAISIE
           IF WS-SAISIE = SPACES
             MOVE "Livre" TO WS-UNI-TYPE
           ELSE
             MOVE WS-SAISIE TO WS-UNI-TYPE
           END-IF

           PERFORM 0537-UNI-IMPORT-DEB
           THRU    0537-UNI-IMPORT-FIN

           IF NOT WS-UNI-ECHEC-OUI
             DISPLAY "Notices lues       : " WS-UNI-NB-LUES
             DISPLAY "Notices creees     : " WS-UNI-NB-CREEES
             DISPLAY "Notices enrichies  : " WS-UNI-NB-ENRICHIES
             DISPLAY "Notices inchangees : " WS-UNI-NB-INCHANGEES
             DISPLAY "Notices rejetees   : " WS-UNI-NB-REJETEES
             DISPLAY "Doublons d'ISBN    : " WS-UNI-NB-DOUBLONS
             DISPLAY "Compte rendu dans import-notices-rapport.txt"
           END-IF.

           EXIT.
       0545-UNI-IMPORT-SAISIE-FIN.

      ******************************************************************
      *Traitement batch non interactif. Ouvre le journal, se connecte
      *avec les identifiants du fichier protege batch-acces.dat puis
      *execute une a une les etapes listees dans batch-commandes.dat
      *(ACQUISITIONS, RECONCILIATION, RETARDS, EXPORT, RESERVATIONS,
      *AVIS, VALIDITES, ARCHIVAGE, RELANCES, RETOURS-BOITE,
      *NOTIFICATIONS, VERSEMENT, NAVETTE, ANONYMISATION,
      *PERIODIQUES, CONFLITS, NOTICES). Les traitements batch
      *travaillent pour la bibliotheque centrale (WS-SITE-DEFAUT),
      *sauf les retours de boite qui portent leur site. Chaque etape
      *est journalisee avec son code retour et le code retour du
      *programme est le plus severe rencontre, pour que l'ordonnanceur
      *detecte les incidents sans intervention humaine.
       0300-BATCH-DEB.
           MOVE 0 TO WS-BATCH-RC-MAX
           MOVE WS-SITE-DEFAUT TO SITE-GUICHET

           OPEN EXTEND F-BATCH-LOG

           IF NOT F-BATCH-LOG-OK
             DISPLAY "BATCH: impossible d'ouvrir batch-journal.log, "
                     "statut: " F-BATCH-LOG-STATUS
             MOVE 12 TO RETURN-CODE
           ELSE
             IF FUNCTION UPPER-CASE(WS-BATCH-PARM(1:6)) NOT = "BATCH "
               MOVE "PARAMETRE NON RECONNU, ATTENDU: BATCH"
                 TO WS-BATCH-LOG-TXT
               PERFORM 0302-BATCH-LOG-DEB
               THRU    0302-BATCH-LOG-FIN
               MOVE 8 TO WS-BATCH-RC-MAX
             ELSE
               MOVE "DEBUT DU TRAITEMENT BATCH" TO WS-BATCH-LOG-TXT
               PERFORM 0302-BATCH-LOG-DEB
               THRU    0302-BATCH-LOG-FIN

      *Relance en mode reprise (parametre BATCH REPRISE) : l'etat de
      *la chaine precedente est recharge pour sauter les etapes deja
      *terminees en code 0. Relance normale : l'etat repart de zero.
               MOVE "N" TO WS-BREP-ACTIF
               IF FUNCTION UPPER-CASE(WS-BATCH-PARM(7:8))
                  = "REPRISE "
                 MOVE "O" TO WS-BREP-ACTIF
                 PERFORM 0304-BATCH-ETAT-CHARGE-DEB
                 THRU    0304-BATCH-ETAT-CHARGE-FIN
                 MOVE SPACES TO WS-BATCH-LOG-TXT
                 STRING "RELANCE EN MODE REPRISE, "
                        DELIMITED BY SIZE
                        WS-BREP-NB DELIMITED BY SIZE
                        " ETAPE(S) DEJA NOTEE(S)"
                        DELIMITED BY SIZE
                   INTO WS-BATCH-LOG-TXT
                 END-STRING
                 PERFORM 0302-BATCH-LOG-DEB
                 THRU    0302-BATCH-LOG-FIN
               ELSE
                 MOVE 0 TO WS-BREP-NB
                 PERFORM 0305-BATCH-ETAT-SAUVE-DEB
                 THRU    0305-BATCH-ETAT-SAUVE-FIN
               END-IF

               PERFORM 0301-BATCH-CONNEXION-DEB
               THRU    0301-BATCH-CONNEXION-FIN

               IF NOT WS-CNX-REUSSIE
                 MOVE 12 TO WS-BATCH-RC-MAX
               ELSE
                 OPEN INPUT F-BATCH-CMD

                 IF NOT F-BATCH-CMD-OK
                   MOVE "OUVERTURE DE batch-commandes.dat IMPOSSIBLE"
                     TO WS-BATCH-LOG-TXT
                   PERFORM 0302-BATCH-LOG-DEB
                   THRU    0302-BATCH-LOG-FIN
                   MOVE 12 TO WS-BATCH-RC-MAX
                 ELSE
                   READ F-BATCH-CMD
                   PERFORM UNTIL NOT F-BATCH-CMD-OK
                     PERFORM 0303-BATCH-ETAPE-DEB
                     THRU    0303-BATCH-ETAPE-FIN
                     READ F-BATCH-CMD
                   END-PERFORM

                   IF NOT F-BATCH-CMD-EOF
                     MOVE "ERREUR DE LECTURE batch-commandes.dat"
                       TO WS-BATCH-LOG-TXT
                     PERFORM 0302-BATCH-LOG-DEB
                     THRU    0302-BATCH-LOG-FIN
                     MOVE 12 TO WS-BATCH-RC-MAX
                   IF NOT F-RENOUV-OK
                     MOVE 8 TO WS-BATCH-RC
                   END-IF
                 WHEN "RETOURS-BOITE"
                   PERFORM 0410-BOITE-RETOUR-DEB
                   THRU    0410-BOITE-RETOUR-FIN
                   IF WS-BOITE-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   ELSE
                     IF WS-BOITE-NB-INCONNUS > 0
                        OR WS-BOITE-NB-HORS-PRET > 0
                        OR WS-BOITE-NB-ERREURS > 0
                       MOVE 4 TO WS-BATCH-RC
                     END-IF
                   END-IF
                 WHEN "NOTIFICATIONS"
      *A placer apres AVIS et VALIDITES : les messages SMS et
      *courriels qu'elles deposent partent dans le fichier du jour.
                   PERFORM 0422-NOTIF-ETAPE-DEB
                   THRU    0422-NOTIF-ETAPE-FIN
                   IF WS-NOTIF-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   ELSE
                     IF WS-NOTIF-NB-ECHECS > 0
                        OR WS-NOTIF-NB-INCONNUS > 0
                       MOVE 4 TO WS-BATCH-RC
                     END-IF
                   END-IF
                 WHEN "VERSEMENT"
      *Versement du mois precedent a la tresorerie, une seule fois :
      *un mois deja verse est signale sans nouvel export.
                   PERFORM 0448-VERSEMENT-BATCH-DEB
                   THRU    0448-VERSEMENT-BATCH-FIN
                   IF WS-VERS-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   ELSE
                     IF WS-VERS-DEJA-OUI
                       MOVE 4 TO WS-BATCH-RC
                     END-IF
                   END-IF
                 WHEN "NAVETTE"
      *Bordereau de navette du jour, a placer apres RETOURS-BOITE
      *pour que les livres deposes dans les boites des annexes
      *partent des le jour meme.
                   PERFORM 0465-NAVETTE-BORDEREAU-DEB
                   THRU    0465-NAVETTE-BORDEREAU-FIN
                   IF WS-NAV-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   END-IF
                 WHEN "ANONYMISATION"
      *Anonymisation des emprunts clos et des adherents inactifs
      *depuis plus de WS-RGPD-ANNEES ans, a placer apres ARCHIVAGE
      *pour que les lignes archivees le jour meme soient traitees.
                   PERFORM 0489-RGPD-ANONYMISATION-DEB
                   THRU    0489-RGPD-ANONYMISATION-FIN
                   IF WS-RGPD-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   END-IF
                 WHEN "PERIODIQUES"
      *Reclamation des numeros en retard (code 4 s'il y en a),
      *abonnements a renouveler (code 4 s'il y en a) et desherbage
      *des numeros au-dela de leur duree de conservation.
                   PERFORM 0506-PER-RECLAMATION-DEB
                   THRU    0506-PER-RECLAMATION-FIN
                   IF WS-PER-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   ELSE
                     IF WS-PER-NB-RECLAM > 0
                       MOVE 4 TO WS-BATCH-RC
                     END-IF
                   END-IF
                   PERFORM 0507-PER-ECHEANCES-DEB
                   THRU    0507-PER-ECHEANCES-FIN
                   IF WS-PER-NB-ECHUS > 0
                     MOVE SPACES TO WS-BATCH-LOG-TXT
                     STRING "ABONNEMENTS A RENOUVELER: "
                            DELIMITED BY SIZE
                            WS-PER-NB-ECHUS DELIMITED BY SIZE
                       INTO WS-BATCH-LOG-TXT
                     END-STRING
                     PERFORM 0302-BATCH-LOG-DEB
                     THRU    0302-BATCH-LOG-FIN
                     IF WS-BATCH-RC < 4
                       MOVE 4 TO WS-BATCH-RC
                     END-IF
                   END-IF
                   PERFORM 0508-PER-DESHERBAGE-DEB
                   THRU    0508-PER-DESHERBAGE-FIN
                   IF WS-PER-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   END-IF
                 WHEN "CONFLITS"
      *Compte rendu de fin de journee des operations de guichet
      *refusees pour conflit entre postes (code 4 s'il y en a).
                   ACCEPT WS-DATE-SYS-NUM FROM DATE YYYYMMDD
                   MOVE WS-DATE-SYS-AAAA TO WS-DATE-PARSE-AAAA
                   MOVE WS-DATE-SYS-MM   TO WS-DATE-PARSE-MM
                   MOVE WS-DATE-SYS-JJ   TO WS-DATE-PARSE-JJ
                   MOVE "-" TO WS-DATE-PARSE-VAL(5:1)
                   MOVE "-" TO WS-DATE-PARSE-VAL(8:1)
                   MOVE WS-DATE-PARSE-VAL TO CONF-DATE
                   PERFORM 0522-CONFLIT-RAPPORT-DEB
                   THRU    0522-CONFLIT-RAPPORT-FIN
                   IF WS-CONC-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   ELSE
                     IF WS-CONC-NB > 0
                       MOVE SPACES TO WS-BATCH-LOG-TXT
                       STRING "CONFLITS ENTRE GUICHETS: "
                              DELIMITED BY SIZE
                              WS-CONC-NB DELIMITED BY SIZE
                         INTO WS-BATCH-LOG-TXT
                       END-STRING
                       PERFORM 0302-BATCH-LOG-DEB
                       THRU    0302-BATCH-LOG-FIN
                       MOVE 4 TO WS-BATCH-RC
                     END-IF
                   END-IF
                 WHEN "NOTICES"
      *Import des notices UNIMARC du catalogue collectif ; les
      *notices rejetees et les doublons d'ISBN donnent le code 4.
                   MOVE "Livre" TO WS-UNI-TYPE
                   PERFORM 0537-UNI-IMPORT-DEB
                   THRU    0537-UNI-IMPORT-FIN
                   IF WS-UNI-ECHEC-OUI
                     MOVE 8 TO WS-BATCH-RC
                   ELSE
                     MOVE SPACES TO WS-BATCH-LOG-TXT
                     STRING "NOTICES: " DELIMITED BY SIZE
                            WS-UNI-NB-LUES DELIMITED BY SIZE
                            " CREEES: " DELIMITED BY SIZE
                            WS-UNI-NB-CREEES DELIMITED BY SIZE
                            " ENRICHIES: " DELIMITED BY SIZE
                            WS-UNI-NB-ENRICHIES DELIMITED BY SIZE
                            " REJETS: " DELIMITED BY SIZE
                            WS-UNI-NB-REJETEES DELIMITED BY SIZE
                            " DOUBLONS: " DELIMITED BY SIZE
                            WS-UNI-NB-DOUBLONS DELIMITED BY SIZE
                       INTO WS-BATCH-LOG-TXT
                     END-STRING
                     PERFORM 0302-BATCH-LOG-DEB
                     THRU    0302-BATCH-LOG-FIN
                     IF WS-UNI-NB-REJETEES > 0
                        OR WS-UNI-NB-DOUBLONS > 0
                       MOVE 4 TO WS-BATCH-RC
                     END-IF
                   END-IF
                 WHEN "RELANCES"
                   PERFORM 0387-CMD-RELANCE-DEB
                   THRU    0387-CMD-RELANCE-FIN
                   IF NOT F-RELANCE-FOURN-OK
                     MOVE 8 TO WS-BATCH-RC
                   END-IF
                 WHEN "AVIS"
      *Regeneration des avis de mise a disposition du jour, pour que
      *les adherents en tete de file soient prevenus par ecrit avant
