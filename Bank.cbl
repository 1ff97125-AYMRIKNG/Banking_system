           SELECT MANDAT-FILE ASSIGN TO "mandat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT PRET-FILE ASSIGN TO "pret.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT PRLV-MANDAT-FILE ASSIGN TO "prlvmandat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT PRLV-BLOCAGE-FILE ASSIGN TO "prlvblocage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT PRLV-IN-FILE ASSIGN TO "prelevements.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT PRLV-RETOUR-FILE ASSIGN TO DYNAMIC
               WS-PRLV-RETOUR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT PRLV-HISTO-FILE ASSIGN TO "prlvhisto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT EXTOURNE-FILE ASSIGN TO "extourne.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT BATCHCTL-FILE ASSIGN TO DYNAMIC WS-CTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT BATCHLOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT INTEGRITE-FILE ASSIGN TO DYNAMIC WS-INTEG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT KYC-FILE ASSIGN TO "kyc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT KYC-RAPPORT-FILE ASSIGN TO DYNAMIC WS-KYC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT SANCTION-FILE ASSIGN TO "sanctions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT SANCTION-IN-FILE ASSIGN TO "sanctions.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT CONFORMITE-FILE ASSIGN TO "conformite.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT CONFLOG-FILE ASSIGN TO "conformlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT AVIS-FILE ASSIGN TO "avis.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT AVISHIST-FILE ASSIGN TO "avishisto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT AVISNUM-FILE ASSIGN TO "avisnum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT LETTRE-FILE ASSIGN TO DYNAMIC WS-LETTRE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT SCV-FILE ASSIGN TO DYNAMIC WS-SCV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT SCV-RAPPORT-FILE ASSIGN TO DYNAMIC WS-SCV-RAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT REMISE-IN-FILE ASSIGN TO "virements.in"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT REMISE-RAPPORT-FILE ASSIGN TO DYNAMIC
               WS-REM-RAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT REMISE-HISTO-FILE ASSIGN TO "remisehisto.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS.
           SELECT TRANSACTION-SORT-FILE ASSIGN TO "sorttrans.tmp".

       DATA DIVISION.
      *    BANQUE-RETENUES : compte d'impot de l'agence, cumul des
      *    retenues a la source prelevees sur les interets credites
      *    (du par l'agence a l'administration fiscale).
      *    BANQUE-ENCOURS : capital prete restant du par les clients
      *    de l'agence (comptes de type Pret), suivi a part du solde
      *    des depots.
       FD BANQUE-FILE.
       01 BANQUE-RECORD.
           05 BANQUE-ID          PIC 9(5).
           05 BANQUE-INTERETS    PIC 9(3)V99.
           05 BANQUE-NB-CLIENTS PIC 9(5).
           05 BANQUE-RETENUES    PIC S9(9)V99.
           05 BANQUE-ENCOURS     PIC S9(9)V99.

       FD CLIENT-FILE.
       01 CLIENT-RECORD.
           05 COMP-IN-MONTANT    PIC X(11).
           05 COMP-IN-MONTANT-N REDEFINES COMP-IN-MONTANT
                                 PIC 9(9)V99.
           05 COMP-IN-NOM        PIC X(30).

       FD REJETS-FILE.
       01 REJETS-LINE            PIC X(112).

      *    Archives de fin de periode : meme trace que
      *    TRANSACTION-RECORD, un fichier date par campagne
      *    d'echeance, l'instruction de renouvellement (O = le
      *    capital est replace a l'echeance, seuls les interets sont
      *    verses) et la duree en mois servant au renouvellement.
      *    TERME-AVIS : echeance pour laquelle l'avis d'arrivee a
      *    terme a deja ete depose (zero ou blanc = aucun).
       FD TERME-FILE.
       01 TERME-RECORD.
           05 TERME-COMPTE       PIC 9(10).
           05 TERME-ECHEANCE     PIC 9(8).
           05 TERME-RENOUV       PIC X.
           05 TERME-DUREE        PIC 9(3).
           05 TERME-AVIS         PIC 9(8).

      *    Contrats de pret a la consommation : un contrat par compte
      *    de type Pret, dont le solde (debiteur) porte le capital du
      *    par le client. Le contrat garde les conditions d'origine
      *    (capital, taux annuel, duree en mois, premiere echeance,
      *    compte Courant de remboursement) et l'etat de
      *    l'amortissement : prochaine echeance et date de la
      *    derniere, echeances restantes, capital restant a echoir,
      *    mensualite en vigueur. Les echeances impayees sont portees
      *    en impayes (capital et interets, interets de retard
      *    compris), PRET-DATE-RETARD datant l'arrete des interets de
      *    retard.
       FD PRET-FILE.
       01 PRET-RECORD.
           05 PRET-COMPTE        PIC 9(10).
           05 PRET-COURANT       PIC 9(10).
           05 PRET-CAPITAL       PIC 9(9)V99.
           05 PRET-TAUX          PIC 9(3)V99.
           05 PRET-DUREE         PIC 9(3).
           05 PRET-PREMIERE      PIC 9(8).
           05 PRET-OUVERTURE     PIC 9(8).
           05 PRET-PROCHAINE     PIC 9(8).
           05 PRET-DERNIERE      PIC 9(8).
           05 PRET-NB-RESTANT    PIC 9(3).
           05 PRET-RESTANT       PIC 9(9)V99.
           05 PRET-MENSUALITE    PIC 9(9)V99.
           05 PRET-IMPAYE-CAP    PIC 9(9)V99.
           05 PRET-IMPAYE-INT    PIC 9(9)V99.
           05 PRET-DATE-RETARD   PIC 9(8).

      *    Mandats de prelevement donnes par nos clients a leurs
      *    creanciers : un mandat par compte, identifiant creancier
      *    et reference unique de mandat (RUM), date de signature.
      *    Un mandat revoque reste dans le registre (indicateur O et
      *    date de revocation) pour justifier les retours.
       FD PRLV-MANDAT-FILE.
       01 PRLV-MANDAT-RECORD.
           05 PMD-COMPTE         PIC 9(10).
           05 PMD-CREANCIER      PIC X(20).
           05 PMD-RUM            PIC X(20).
           05 PMD-DATE-SIGNATURE PIC 9(8).
           05 PMD-REVOQUE        PIC X.
           05 PMD-DATE-REVOCATION PIC 9(8).

      *    Creanciers bloques par le client sur un compte : tout
      *    prelevement de ce creancier sur ce compte est retourne,
      *    mandat ou non.
       FD PRLV-BLOCAGE-FILE.
       01 PRLV-BLOCAGE-RECORD.
           05 PBL-COMPTE         PIC 9(10).
           05 PBL-CREANCIER      PIC X(20).
           05 PBL-DATE           PIC 9(8).

      *    Fichier des prelevements recus de la chambre de
      *    compensation, en EUR : zones X avec vues numeriques
      *    REDEFINES (meme principe que COMPENSATION-IN-FILE).
       FD PRLV-IN-FILE.
       01 PRLV-IN-RECORD.
           05 PIN-REF            PIC X(10).
           05 PIN-ECHEANCE       PIC X(8).
           05 PIN-ECHEANCE-N REDEFINES PIN-ECHEANCE PIC 9(8).
           05 PIN-CREANCIER      PIC X(20).
           05 PIN-RUM            PIC X(20).
           05 PIN-COMPTE         PIC X(10).
           05 PIN-COMPTE-N REDEFINES PIN-COMPTE PIC 9(10).
           05 PIN-MONTANT        PIC X(11).
           05 PIN-MONTANT-N REDEFINES PIN-MONTANT PIC 9(9)V99.

      *    Retours de prelevements renvoyes a la chambre : le
      *    prelevement recu tel quel, suivi de la date du retour et
      *    du code motif normalise (AC01 compte inconnu, AC04 compte
      *    clos, AC06 compte bloque ou dormant, AG01 compte
      *    n'acceptant pas le prelevement, AM04 provision
      *    insuffisante, MD01 mandat absent ou revoque, SL01
      *    creancier bloque par le client, AM05 doublon, MS03
      *    enregistrement inexploitable).
       FD PRLV-RETOUR-FILE.
       01 PRLV-RETOUR-RECORD.
           05 PRT-PRELEVEMENT    PIC X(79).
           05 PRT-DATE           PIC 9(8).
           05 PRT-MOTIF          PIC X(4).

      *    Prelevements passes en debit, pour la contestation au
      *    guichet : mouvement Prlv d'origine, creancier, montant
      *    debite en devise du compte et mouvement RembPrlv du
      *    remboursement (zero tant que non conteste).
       FD PRLV-HISTO-FILE.
       01 PRLV-HISTO-RECORD.
           05 PHI-TRANS-ID       PIC 9(10).
           05 PHI-COMPTE         PIC 9(10).
           05 PHI-DATE           PIC 9(8).
           05 PHI-REF            PIC X(10).
           05 PHI-CREANCIER      PIC X(20).
           05 PHI-RUM            PIC X(20).
           05 PHI-MONTANT        PIC 9(9)V99.
           05 PHI-REMB-ID        PIC 9(10).

      *    Registre des extournes, en ajout seul : une ligne par
      *    transaction extournee (une transaction ne s'extourne
      *    qu'une fois), avec la date et le type de l'original, le
      *    premier mouvement de contrepartie, l'operateur, le
      *    superviseur qui l'a autorisee et le motif.
       FD EXTOURNE-FILE.
       01 EXTOURNE-RECORD.
           05 EXT-ORIGINE-ID     PIC 9(10).
           05 EXT-ORIGINE-DATE   PIC 9(8).
           05 EXT-ORIGINE-TYPE   PIC A(10).
           05 EXT-DATE           PIC 9(8).
           05 EXT-ID             PIC 9(10).
           05 EXT-OPERATEUR      PIC 9(5).
           05 EXT-SUPERVISEUR    PIC 9(5).
           05 EXT-MOTIF          PIC X(40).

      *    Controle du traitement de nuit, un fichier par journee
      *    (batchctl_<date>.dat) : une ligne par etape avec son
      *    statut (blanc a faire, E en cours ou interrompue, T
      *    terminee, A terminee avec anomalies, R reportee journee
      *    fermee, F en echec), ses
      *    horodatages de debut et de fin (AAAAMMJJHHMMSS), le
      *    nombre de mouvements passes, le nombre d'elements traites
      *    et, pour les releves, le dernier client termine.
       FD BATCHCTL-FILE.
       01 BATCHCTL-RECORD.
           05 CTL-DATE           PIC 9(8).
           05 CTL-ETAPE          PIC 9(2).
           05 CTL-NOM            PIC X(12).
           05 CTL-STATUT         PIC X.
           05 CTL-DEBUT          PIC 9(14).
           05 CTL-FIN            PIC 9(14).
           05 CTL-NB-MVTS        PIC 9(7).
           05 CTL-NB-TRAITES     PIC 9(7).
           05 CTL-DERNIER-CLIENT PIC 9(5).

      *    Journal imprime des lancements du traitement de nuit
      *    (batchlog_<date>.txt), complete a chaque lancement.
       FD BATCHLOG-FILE.
       01 BATCHLOG-LINE          PIC X(100).

      *    Rapport d'exceptions du controle d'integrite, par agence.
       FD INTEGRITE-FILE.
       01 INTEG-LINE             PIC X(100).

      *    Dossier d'identification (KYC) de chaque client, tenu a
      *    part de client.dat : piece d'identite, nationalite, niveau
      *    de risque (F faible, M moyen, E eleve) et dates de la
      *    derniere et de la prochaine revue.
       FD KYC-FILE.
       01 KYC-RECORD.
           05 KYC-CLIENT             PIC 9(5).
           05 KYC-NAISSANCE          PIC 9(8).
           05 KYC-DOC-TYPE           PIC X(2).
           05 KYC-DOC-NUMERO         PIC X(20).
           05 KYC-DOC-EXPIRATION     PIC 9(8).
           05 KYC-NATIONALITE        PIC X(3).
           05 KYC-RISQUE             PIC X.
           05 KYC-DATE-REVUE         PIC 9(8).
           05 KYC-PROCHAINE-REVUE    PIC 9(8).
           05 KYC-VALIDEUR           PIC 9(5).

      *    Rapport des dossiers KYC a regulariser, par agence.
       FD KYC-RAPPORT-FILE.
       01 KYC-RAPPORT-LINE       PIC X(100).

      *    Liste de surveillance (sanctions officielles, type O, et
      *    liste interne, type I) tenue par les superviseurs, et
      *    fichier recu (sanctions.in) qui la remplace au chargement.
       FD SANCTION-FILE.
       01 SANCTION-RECORD.
           05 SANC-NOM               PIC X(30).
           05 SANC-TYPE              PIC X.
           05 SANC-REFERENCE         PIC X(15).
           05 SANC-DATE              PIC 9(8).
           05 SANC-OPERATEUR         PIC 9(5).

       FD SANCTION-IN-FILE.
       01 SANCTION-IN-RECORD.
           05 SIN-NOM                PIC X(30).
           05 SIN-TYPE               PIC X.
           05 SIN-REFERENCE          PIC X(15).

      *    File d'attente conformite : un dossier par nom reconnu sur
      *    la liste de surveillance. Objet C (entree en relation),
      *    M (modification du client), S (nouveau filtrage de la
      *    base), V (virement externe emis) ou E (virement recu) ;
      *    statut A (en attente), L (libere) ou R (rejete).
       FD CONFORMITE-FILE.
       01 CONFORMITE-RECORD.
           05 CONF-ID                PIC 9(6).
           05 CONF-DATE              PIC 9(8).
           05 CONF-OBJET             PIC X.
           05 CONF-STATUT            PIC X.
           05 CONF-NOM               PIC X(30).
           05 CONF-LISTE-NOM         PIC X(30).
           05 CONF-LISTE-REF         PIC X(15).
           05 CONF-CLIENT            PIC 9(5).
           05 CONF-COMPTE            PIC 9(10).
           05 CONF-CONTREPARTIE      PIC 9(10).
           05 CONF-MONTANT           PIC 9(9)V99.
           05 CONF-REF               PIC X(10).
           05 CONF-ORIGINE-DATE      PIC X(8).
           05 CONF-OPERATEUR         PIC 9(5).
           05 CONF-DECISION-DATE     PIC 9(8).
           05 CONF-DECIDEUR          PIC 9(5).

      *    Journal des decisions de conformite (mise en attente,
      *    liberation, rejet), en ajout seul.
       FD CONFLOG-FILE.
       01 CONFLOG-RECORD.
           05 CLOG-DATE              PIC 9(8).
           05 CLOG-HEURE             PIC 9(6).
           05 CLOG-CONF-ID           PIC 9(6).
           05 CLOG-DECISION          PIC X(8).
           05 CLOG-OBJET             PIC X.
           05 CLOG-NOM               PIC X(30).
           05 CLOG-LISTE-NOM         PIC X(30).
           05 CLOG-OPERATEUR         PIC 9(5).
           05 CLOG-MOTIF             PIC X(40).

      *    File des avis aux clients deposes par les passes de
      *    comptes : CR (cheque retourne impaye), OE (ordre permanent
      *    en echec faute de provision), DO (compte devenu dormant),
      *    TE (depot a terme arrivant a echeance), DD (decouvert
      *    autorise depasse), FR (frais mensuels preleves). Statut A
      *    (a envoyer), E (lettres editees) ou N (non distribuable :
      *    compte ou agence introuvable). Les avis traites d'une
      *    journee anterieure passent a l'historique avishisto.dat
      *    (meme trace) a l'edition suivante.
       FD AVIS-FILE.
       01 AVIS-RECORD.
           05 AVIS-NUMERO            PIC 9(8).
           05 AVIS-DATE              PIC 9(8).
           05 AVIS-EVENEMENT         PIC X(2).
           05 AVIS-COMPTE            PIC 9(10).
           05 AVIS-MONTANT           PIC S9(9)V99.
           05 AVIS-DATE-REF          PIC 9(8).
           05 AVIS-REF               PIC X(10).
           05 AVIS-STATUT            PIC X.
           05 AVIS-DATE-ENVOI        PIC 9(8).
           05 AVIS-NB-LETTRES        PIC 9(2).

       FD AVISHIST-FILE.
       01 AVISHIST-RECORD        PIC X(68).

      *    Dernier numero d'avis attribue (meme principe que
      *    compteur.dat).
       FD AVISNUM-FILE.
       01 AVISNUM-RECORD         PIC 9(8).

      *    Lettres imprimables d'une agence pour la journee
      *    (lettres_<agence>_<date>.txt), une lettre par titulaire.
       FD LETTRE-FILE.
       01 LETTRE-LINE            PIC X(80).

      *    Vue unique du deposant (garantie des depots), trace fixe
      *    remise au regulateur (scv_<date>.dat) : un enregistrement
      *    d'entete (E), pour chaque deposant un total (T) suivi du
      *    detail de ses comptes (D), et un enregistrement de fin
      *    (F). Montants en EUR sauf le solde du detail, exprime dans
      *    la devise du compte.
       FD SCV-FILE.
       01 SCV-ENTETE.
           05 SCV-E-TYPE             PIC X.
           05 SCV-E-DATE             PIC 9(8).
           05 SCV-E-PLAFOND          PIC 9(9)V99.
           05 SCV-E-DEVISE           PIC X(3).
           05 FILLER                 PIC X(110).
       01 SCV-TOTAL.
           05 SCV-T-TYPE             PIC X.
           05 SCV-T-CLIENT           PIC 9(5).
           05 SCV-T-NOM              PIC A(30).
           05 SCV-T-ADRESSE          PIC A(50).
           05 SCV-T-AGENCE           PIC 9(5).
           05 SCV-T-NB-COMPTES       PIC 9(3).
           05 SCV-T-ELIGIBLE         PIC 9(11)V99.
           05 SCV-T-GARANTI          PIC 9(11)V99.
           05 SCV-T-EXCEDENT         PIC 9(11)V99.
       01 SCV-DETAIL.
           05 SCV-D-TYPE             PIC X.
           05 SCV-D-CLIENT           PIC 9(5).
           05 SCV-D-COMPTE           PIC 9(10).
           05 SCV-D-AGENCE           PIC 9(5).
           05 SCV-D-TYPE-COMPTE      PIC A(10).
           05 SCV-D-DEVISE           PIC X(3).
           05 SCV-D-SOLDE            PIC S9(9)V99.
           05 SCV-D-COURS            PIC 9(5)V9(6).
           05 SCV-D-NB-TITULAIRES    PIC 9(2).
           05 SCV-D-PART             PIC 9(11)V99.
           05 FILLER                 PIC X(62).
       01 SCV-FIN.
           05 SCV-F-TYPE             PIC X.
           05 SCV-F-NB-DEPOSANTS     PIC 9(7).
           05 SCV-F-NB-COMPTES       PIC 9(7).
           05 SCV-F-ELIGIBLE         PIC 9(13)V99.
           05 SCV-F-GARANTI          PIC 9(13)V99.
           05 SCV-F-EXCEDENT         PIC 9(13)V99.
           05 FILLER                 PIC X(73).

      *    Synthese de la vue unique : deposants au-dela du plafond,
      *    puis montants couverts et non couverts par agence.
       FD SCV-RAPPORT-FILE.
       01 SCV-RAPPORT-LINE       PIC X(100).

      *    Remise de virements deposee par un client entreprise
      *    (virements.in) : un enregistrement d'entete (E) suivi des
      *    lignes (D), lus dans WS-REM-TRAV (vues entete et ligne).
       FD REMISE-IN-FILE.
       01 REMISE-IN-RECORD       PIC X(63).

      *    Avis d'execution de la remise remis au client
      *    (execution_<donneur>_<remise>.txt) : une ligne par virement
      *    traite, ecrite des que son sort est connu, qui sert aussi
      *    de point de reprise apres interruption.
       FD REMISE-RAPPORT-FILE.
       01 REMISE-RAPPORT-LINE    PIC X(100).
       01 REMISE-RAPPORT-DETAIL.
           05 RRD-LIGNE              PIC 9(5).
           05 FILLER                 PIC X(2).
           05 RRD-COMPTE             PIC X(10).
           05 FILLER                 PIC X.
           05 RRD-CIRCUIT            PIC X.
           05 FILLER                 PIC X.
           05 RRD-MONTANT            PIC Z(8)9.99.
           05 FILLER                 PIC X.
           05 RRD-REF                PIC X(10).
           05 FILLER                 PIC X.
           05 RRD-STATUT             PIC X(8).
           05 FILLER                 PIC X.
           05 RRD-MOTIF              PIC X(40).
           05 FILLER                 PIC X(7).

      *    Remises executees, par donneur d'ordre et reference : une
      *    remise deja soldee ne peut etre presentee une seconde fois.
       FD REMISE-HISTO-FILE.
       01 REMISE-HISTO-RECORD.
           05 RHI-DONNEUR            PIC 9(10).
           05 RHI-REF                PIC 9(10).
           05 RHI-DATE               PIC 9(8).
           05 RHI-NB-LIGNES          PIC 9(5).
           05 RHI-NB-PAYEES          PIC 9(5).
           05 RHI-MONTANT            PIC 9(11)V99.
           05 RHI-FRAIS              PIC 9(9)V99.

      *    Bareme des frais par type de compte, modifiable depuis le
      *    menu superviseur (meme principe que PARAMETRE-FILE) : frais
      *    de tenue de compte et cotisation carte mensuels, commission
      *    par virement externe du mois, frais par ligne payee d'une
      *    remise de virements (absents des anciens enregistrements :
      *    zero a la lecture).
       FD BAREME-FILE.
       01 BAREME-RECORD.
           05 BAREME-TYPE-COMPTE PIC A(10).
           05 BAREME-FRAIS-TENUE PIC 9(5)V99.
           05 BAREME-COMM-VIREXT PIC 9(5)V99.
           05 BAREME-FRAIS-CARTE PIC 9(5)V99.
           05 BAREME-FRAIS-LIGNE PIC 9(5)V99.

      *    Parametres d'exploitation modifiables depuis le menu,
      *    crees avec leurs valeurs par defaut au premier usage.
           05 PARAM-DELAI-CHEQUE       PIC 9(3).
           05 PARAM-NB-GENERATIONS     PIC 9(2).
           05 PARAM-TAUX-RETENUE       PIC 9(3)V99.
           05 PARAM-MAJORATION-PRET    PIC 9(3)V99.
           05 PARAM-DELAI-REMB-PRLV    PIC 9(3).
           05 PARAM-DELAI-GRACE-KYC    PIC 9(3).
           05 PARAM-PLAFOND-GARANTIE   PIC 9(9)V99.

       FD SURVEILLANCE-FILE.
       01 SURV-LINE              PIC X(100).
      *    F = mouvement acheve ou annule), en ajout seul. Un
      *    mouvement dont la derniere etape n'est pas F a ete
      *    interrompu et doit etre repare au demarrage.
      *    Une remise de virements y suit aussi sa progression, sous
      *    le type Remise et la reference de la remise : E = remise
      *    acceptee, L = ligne en cours (JRN-DEST = reference du
      *    mouvement de la ligne, JRN-MONTANT = numero de la ligne),
      *    G = frais en cours (JRN-DEST = reference du mouvement de
      *    frais), F = remise soldee. Une remise interrompue n'est
      *    pas reparee au demarrage mais reprise par l'import.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRN-REF            PIC 9(10).
           05 SORT-TRANS-MONTANT PIC 9(9)V99.
           05 SORT-TRANS-DEST    PIC 9(10).
           05 SORT-TRANS-COURS   PIC 9(5)V9(6).
      *    Cle d'appariement : date et ID du mouvement lui-meme, ou
      *    de l'original pour une extourne, qui suit ainsi
      *    immediatement le mouvement qu'elle annule.
           05 SORT-TRANS-PAIRE-DATE PIC 9(8).
           05 SORT-TRANS-PAIRE-ID   PIC 9(10).

       WORKING-STORAGE SECTION.
       77 WS-STATUS           PIC XX VALUE "00".

       01 WS-SOMME-COMPTES    PIC S9(9)V99 VALUE 0.
       01 WS-SOMME-ORPHELINS  PIC S9(9)V99 VALUE 0.
       01 WS-SOMME-PRETS      PIC S9(9)V99 VALUE 0.
       01 WS-BANQUE-TOTAL-ENCOURS PIC S9(9)V99 VALUE 0.
       01 WS-ECART            PIC S9(9)V99 VALUE 0.

       01 WS-RELEVE-FILENAME  PIC X(30).
       01 WS-MODIF-ID         PIC 9(5).
       01 WS-MODIF-ADDRESS    PIC A(50).
       01 WS-MODIF-PHONE      PIC A(15).
       01 WS-MODIF-NAME       PIC A(30).
       01 WS-FERMER-COMPTE-NUM PIC 9(10).
       01 WS-CONFIRM          PIC X.
       01 WS-FICHIER-NOUVEAU  PIC X VALUE "N".
       01 WS-AUDIT-REASON     PIC A(40).
       01 WS-AUDIT-DEST       PIC 9(10) VALUE 0.

       01 WS-MODE-EXECUTION   PIC X(20).
       01 WS-MIG-REPRIS       PIC 9(7).
       01 WS-BATCH-COMPTE-COUNT PIC 9(3) VALUE 0.
       01 WS-BATCH-COMPTES-TABLE.
           05 WS-BATCH-COMPTE-ENTRY PIC 9(10) OCCURS 50 TIMES.
       01 WS-BATCH-IDX        PIC 9(3).

      *    Etapes du traitement de nuit dans l'ordre d'execution :
      *    nom porte au controle et indicateur "O" des passes qui
      *    ecrivent des mouvements (reportees en journee fermee).
       01 WS-CTL-ETAPES-DEF.
           05 FILLER          PIC X(13) VALUE "CHEQUES     O".
           05 FILLER          PIC X(13) VALUE "PRELEVEMENTSO".
           05 FILLER          PIC X(13) VALUE "TERME       O".
           05 FILLER          PIC X(13) VALUE "ORDRES      O".
           05 FILLER          PIC X(13) VALUE "PRETS       O".
           05 FILLER          PIC X(13) VALUE "DORMANCE    N".
           05 FILLER          PIC X(13) VALUE "COMPTABILITEN".
           05 FILLER          PIC X(13) VALUE "SURVEILLANCEN".
           05 FILLER          PIC X(13) VALUE "INTEGRITE   N".
           05 FILLER          PIC X(13) VALUE "KYC         N".
           05 FILLER          PIC X(13) VALUE "AVIS        N".
           05 FILLER          PIC X(13) VALUE "RELEVES     N".
           05 FILLER          PIC X(13) VALUE "SAUVEGARDE  N".
       01 WS-CTL-ETAPES REDEFINES WS-CTL-ETAPES-DEF.
           05 WS-CTL-ETAPE-DEF OCCURS 13 TIMES.
               10 WS-CTL-ETAPE-NOM PIC X(12).
               10 WS-CTL-ETAPE-MVT PIC X.
       01 WS-CTL-NB-ETAPES    PIC 9(2) VALUE 13.
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 13 TIMES.
               10 WS-CTL-E-DATE     PIC 9(8).
               10 WS-CTL-E-ETAPE    PIC 9(2).
               10 WS-CTL-E-NOM      PIC X(12).
               10 WS-CTL-E-STATUT   PIC X.
               10 WS-CTL-E-DEBUT    PIC 9(14).
               10 WS-CTL-E-FIN      PIC 9(14).
               10 WS-CTL-E-NB-MVTS  PIC 9(7).
               10 WS-CTL-E-NB-TRAITES PIC 9(7).
               10 WS-CTL-E-DERNIER-CLIENT PIC 9(5).
       01 WS-CTL-IDX          PIC 9(2).
       01 WS-CTL-SAVE-IDX     PIC 9(2).
       01 WS-CTL-FILENAME     PIC X(30).
       01 WS-CTL-EXISTE       PIC X.
       01 WS-BATCH-REPRISE    PIC X VALUE "N".
       01 WS-CTL-ECHEC        PIC X.
       01 WS-CTL-ARRET        PIC X.
       01 WS-CTL-REPORT-AUDIT PIC X.
       01 WS-CTL-COMPTEUR-DEBUT PIC 9(10).
       01 WS-CTL-NB-MVTS      PIC 9(10).
       01 WS-CTL-CLIENT-REPRISE PIC 9(5).
       01 WS-CTL-EXECUTEES    PIC 9(2).
       01 WS-CTL-SAUTEES      PIC 9(2).
       01 WS-LOG-FILENAME     PIC X(30).
       01 WS-LOG-ETAT         PIC X(10).
       01 WS-LOG-LIGNE        PIC X(100).
       01 WS-LOG-HORODATE     PIC 9(14).
       01 WS-CTL-ANOMALIE     PIC X.
       01 WS-CTL-AVEC-ANOMALIES PIC X.

      *    Controle d'integrite : anomalies relevees (agence de
      *    rattachement, 0 si inconnue, et libelle), decompte des
      *    clients de client.dat par agence de WS-BANQUE-TABLE.
       01 WS-INTEG-TABLE-COUNT PIC 9(3).
       01 WS-INTEG-TABLE.
           05 WS-INTEG-ENTRY OCCURS 500 TIMES.
               10 WS-INTEG-E-AGENCE PIC 9(5).
               10 WS-INTEG-E-LIGNE  PIC X(80).
       01 WS-INTEG-CLIENTS.
           05 WS-INTEG-CLI-NB  PIC 9(5) OCCURS 20 TIMES.
       01 WS-INTEG-NB         PIC 9(5).
       01 WS-INTEG-IDX        PIC 9(3).
       01 WS-INTEG-AGENCE     PIC 9(5).
       01 WS-INTEG-AGENCE-NB  PIC 9(5).
       01 WS-INTEG-COMPTE     PIC 9(10).
       01 WS-INTEG-FICHIER    PIC X(12).
       01 WS-INTEG-LIGNE      PIC X(80).
       01 WS-INTEG-FILENAME   PIC X(30).

      *    Dossiers KYC (image de kyc.dat), saisie en cours et calcul
      *    de la prochaine revue (la date du jour augmentee de 1, 3 ou
      *    5 ans, un 29 fevrier devenant un 28).
       01 WS-KYC-TABLE-COUNT  PIC 9(3).
       01 WS-KYC-TABLE.
           05 WS-KYC-ENTRY OCCURS 500 TIMES.
               10 WS-KYC-E-CLIENT         PIC 9(5).
               10 WS-KYC-E-NAISSANCE      PIC 9(8).
               10 WS-KYC-E-DOC-TYPE       PIC X(2).
               10 WS-KYC-E-DOC-NUMERO     PIC X(20).
               10 WS-KYC-E-DOC-EXPIRATION PIC 9(8).
               10 WS-KYC-E-NATIONALITE    PIC X(3).
               10 WS-KYC-E-RISQUE         PIC X.
               10 WS-KYC-E-DATE-REVUE     PIC 9(8).
               10 WS-KYC-E-PROCHAINE      PIC 9(8).
               10 WS-KYC-E-VALIDEUR       PIC 9(5).
       01 WS-KYC-IDX          PIC 9(3).
       01 WS-KYC-SAVE-IDX     PIC 9(3).
       01 WS-KYC-FOUND-IDX    PIC 9(3).
       01 WS-KYC-CLIENT-CIBLE PIC 9(5).
       01 WS-KYC-CHOIX        PIC 9.
       01 WS-KYC-SAISIE.
           05 WS-KYC-S-CLIENT         PIC 9(5).
           05 WS-KYC-S-NAISSANCE      PIC 9(8).
           05 WS-KYC-S-DOC-TYPE       PIC X(2).
           05 WS-KYC-S-DOC-NUMERO     PIC X(20).
           05 WS-KYC-S-DOC-EXPIRATION PIC 9(8).
           05 WS-KYC-S-NATIONALITE    PIC X(3).
           05 WS-KYC-S-RISQUE         PIC X.
           05 WS-KYC-S-DATE-REVUE     PIC 9(8).
           05 WS-KYC-S-PROCHAINE      PIC 9(8).
           05 WS-KYC-S-VALIDEUR       PIC 9(5).
       01 WS-KYC-SAISIE-OK    PIC X.
       01 WS-KYC-ECHU         PIC X.
       01 WS-KYC-BLOQUE       PIC X.
       01 WS-KYC-ANS          PIC 9.
       01 WS-KYC-DATE-CALC-N  PIC 9(8).
       01 WS-KYC-DATE-CALC REDEFINES WS-KYC-DATE-CALC-N.
           05 WS-KYC-CALC-AAAA    PIC 9(4).
           05 WS-KYC-CALC-MM      PIC 9(2).
           05 WS-KYC-CALC-JJ      PIC 9(2).
       01 WS-KYC-JOUR-J       PIC 9(7).
       01 WS-KYC-LIMITE       PIC 9(7).
       01 WS-KYC-ETAT         PIC X(8).
       01 WS-KYC-NB-LIGNES    PIC 9(5).
       01 WS-KYC-NB-ECHUS     PIC 9(5).
       01 WS-KYC-FILENAME     PIC X(30).

      *    Liste de surveillance en memoire et filtrage d'un nom
      *    (WS-SANC-NOM-CIBLE) : WS-SANC-HIT-IDX designe l'entree
      *    reconnue.
       01 WS-SANC-TABLE-COUNT PIC 9(3).
       01 WS-SANC-TABLE.
           05 WS-SANC-ENTRY OCCURS 500 TIMES.
               10 WS-SANC-E-NOM       PIC X(30).
               10 WS-SANC-E-TYPE      PIC X.
               10 WS-SANC-E-REFERENCE PIC X(15).
               10 WS-SANC-E-DATE      PIC 9(8).
               10 WS-SANC-E-OPERATEUR PIC 9(5).
       01 WS-SANC-IDX         PIC 9(3).
       01 WS-SANC-SAVE-IDX    PIC 9(3).
       01 WS-SANC-FOUND-IDX   PIC 9(3).
       01 WS-SANC-HIT-IDX     PIC 9(3).
       01 WS-SANC-HIT         PIC X.
       01 WS-SANC-NOM-CIBLE   PIC X(30).
       01 WS-SANC-CHOIX       PIC 9.
       01 WS-SANC-SAISIE.
           05 WS-SANC-S-NOM       PIC X(30).
           05 WS-SANC-S-TYPE      PIC X.
           05 WS-SANC-S-REFERENCE PIC X(15).
       01 WS-SANC-NB-LUS      PIC 9(5).
       01 WS-SANC-DEBORDE     PIC X.
       01 WS-SANC-BENEF-NOM   PIC X(30).

      *    File d'attente conformite en memoire, dossier a creer
      *    (WS-CONF-NOUVEAU, complete par l'appelant avant
      *    METTRE-EN-ATTENTE-CONFORMITE) et decision en cours.
       01 WS-CONF-TABLE-COUNT PIC 9(3).
       01 WS-CONF-TABLE.
           05 WS-CONF-ENTRY OCCURS 500 TIMES.
               10 WS-CONF-E-ID          PIC 9(6).
               10 WS-CONF-E-DATE        PIC 9(8).
               10 WS-CONF-E-OBJET       PIC X.
               10 WS-CONF-E-STATUT      PIC X.
               10 WS-CONF-E-NOM         PIC X(30).
               10 WS-CONF-E-LISTE-NOM   PIC X(30).
               10 WS-CONF-E-LISTE-REF   PIC X(15).
               10 WS-CONF-E-CLIENT      PIC 9(5).
               10 WS-CONF-E-COMPTE      PIC 9(10).
               10 WS-CONF-E-CONTREPARTIE PIC 9(10).
               10 WS-CONF-E-MONTANT     PIC 9(9)V99.
               10 WS-CONF-E-REF         PIC X(10).
               10 WS-CONF-E-ORIGINE-DATE PIC X(8).
               10 WS-CONF-E-OPERATEUR   PIC 9(5).
               10 WS-CONF-E-DECISION-DATE PIC 9(8).
               10 WS-CONF-E-DECIDEUR    PIC 9(5).
       01 WS-CONF-NOUVEAU.
           05 WS-CONF-N-ID          PIC 9(6).
           05 WS-CONF-N-DATE        PIC 9(8).
           05 WS-CONF-N-OBJET       PIC X.
           05 WS-CONF-N-STATUT      PIC X.
           05 WS-CONF-N-NOM         PIC X(30).
           05 WS-CONF-N-LISTE-NOM   PIC X(30).
           05 WS-CONF-N-LISTE-REF   PIC X(15).
           05 WS-CONF-N-CLIENT      PIC 9(5).
           05 WS-CONF-N-COMPTE      PIC 9(10).
           05 WS-CONF-N-CONTREPARTIE PIC 9(10).
           05 WS-CONF-N-MONTANT     PIC 9(9)V99.
           05 WS-CONF-N-REF         PIC X(10).
           05 WS-CONF-N-ORIGINE-DATE PIC X(8).
           05 WS-CONF-N-OPERATEUR   PIC 9(5).
           05 WS-CONF-N-DECISION-DATE PIC 9(8).
           05 WS-CONF-N-DECIDEUR    PIC 9(5).
       01 WS-CONF-IDX         PIC 9(3).
       01 WS-CONF-SAVE-IDX    PIC 9(3).
       01 WS-CONF-FOUND-IDX   PIC 9(3).
       01 WS-CONF-PROCHAIN-ID PIC 9(6).
       01 WS-CONF-SAISIE-ID   PIC 9(6).
       01 WS-CONF-CLIENT-CIBLE PIC 9(5).
       01 WS-CONF-LIBERATION  PIC X VALUE "N".
       01 WS-CONF-BLOQUE      PIC X.
       01 WS-CONF-DEJA        PIC X.
       01 WS-CONF-ENREGISTRE  PIC X.
       01 WS-CONF-DECISION    PIC X.
       01 WS-CONF-LIBELLE     PIC X(8).
       01 WS-CONF-MOTIF       PIC X(40).
       01 WS-CONF-COMPTEUR-AVANT PIC 9(10).
       01 WS-CONF-NB-ATTENTE  PIC 9(5).
       01 WS-CONF-NB-NOUVEAUX PIC 9(5).

      *    Avis aux clients : avis a deposer (rempli par l'appelant
      *    de ENREGISTRER-AVIS), file chargee pour l'edition (meme
      *    trace que AVIS-RECORD, completee de l'agence, du titulaire
      *    et de la devise du compte) et modeles de lettre par
      *    evenement.
       01 WS-AVIS-NOUVEAU.
           05 WS-AVIS-N-EVENEMENT   PIC X(2).
           05 WS-AVIS-N-COMPTE      PIC 9(10).
           05 WS-AVIS-N-MONTANT     PIC S9(9)V99.
           05 WS-AVIS-N-DATE-REF    PIC 9(8).
           05 WS-AVIS-N-REF         PIC X(10).
       01 WS-AVIS-TABLE-COUNT PIC 9(4).
       01 WS-AVIS-TABLE.
           05 WS-AVIS-ENTRY OCCURS 2000 TIMES.
               10 WS-AVIS-E-ENREG.
                   15 WS-AVIS-E-NUMERO      PIC 9(8).
                   15 WS-AVIS-E-DATE        PIC 9(8).
                   15 WS-AVIS-E-EVENEMENT   PIC X(2).
                   15 WS-AVIS-E-COMPTE      PIC 9(10).
                   15 WS-AVIS-E-MONTANT     PIC S9(9)V99.
                   15 WS-AVIS-E-DATE-REF    PIC 9(8).
                   15 WS-AVIS-E-REF         PIC X(10).
                   15 WS-AVIS-E-STATUT      PIC X.
                   15 WS-AVIS-E-DATE-ENVOI  PIC 9(8).
                   15 WS-AVIS-E-NB-LETTRES  PIC 9(2).
               10 WS-AVIS-E-AGENCE      PIC 9(5).
               10 WS-AVIS-E-CLIENT      PIC 9(5).
               10 WS-AVIS-E-DEVISE      PIC X(3).
       01 WS-AVIS-MODELES-DEF.
           05 FILLER.
               10 FILLER PIC X(2)  VALUE "CR".
               10 FILLER PIC X(40) VALUE
                  "Cheque retourne impaye".
               10 FILLER PIC X(60) VALUE
                  "Un cheque depose sur votre compte nous est revenu".
               10 FILLER PIC X(60) VALUE
                  "impaye : son montant a ete contrepasse au debit.".
               10 FILLER PIC X(20) VALUE "Montant du cheque".
               10 FILLER PIC X(20) VALUE "Date du retour".
           05 FILLER.
               10 FILLER PIC X(2)  VALUE "OE".
               10 FILLER PIC X(40) VALUE
                  "Virement permanent non execute".
               10 FILLER PIC X(60) VALUE
                  "L'echeance de votre virement permanent n'a pu etre".
               10 FILLER PIC X(60) VALUE
                  "executee faute de provision suffisante.".
               10 FILLER PIC X(20) VALUE "Montant du virement".
               10 FILLER PIC X(20) VALUE "Date d'echeance".
           05 FILLER.
               10 FILLER PIC X(2)  VALUE "DO".
               10 FILLER PIC X(40) VALUE
                  "Compte devenu inactif".
               10 FILLER PIC X(60) VALUE
                  "Faute de mouvement, votre compte est desormais".
               10 FILLER PIC X(60) VALUE
                  "considere comme inactif. Contactez votre agence.".
               10 FILLER PIC X(20) VALUE "Solde du compte".
               10 FILLER PIC X(20) VALUE "Dernier mouvement".
           05 FILLER.
               10 FILLER PIC X(2)  VALUE "TE".
               10 FILLER PIC X(40) VALUE
                  "Echeance prochaine de votre depot".
               10 FILLER PIC X(60) VALUE
                  "Votre depot a terme arrive bientot a echeance.".
               10 FILLER PIC X(60) VALUE
                  "Vos instructions sont a transmettre a votre agence.".
               10 FILLER PIC X(20) VALUE "Capital place".
               10 FILLER PIC X(20) VALUE "Date d'echeance".
           05 FILLER.
               10 FILLER PIC X(2)  VALUE "DD".
               10 FILLER PIC X(40) VALUE
                  "Depassement de votre decouvert autorise".
               10 FILLER PIC X(60) VALUE
                  "Le solde de votre compte depasse le decouvert qui".
               10 FILLER PIC X(60) VALUE
                  "vous est autorise. Merci de le regulariser.".
               10 FILLER PIC X(20) VALUE "Depassement".
               10 FILLER PIC X(20) VALUE "Date du constat".
           05 FILLER.
               10 FILLER PIC X(2)  VALUE "FR".
               10 FILLER PIC X(40) VALUE
                  "Frais de tenue de compte".
               10 FILLER PIC X(60) VALUE
                  "Les frais mensuels de votre compte (tenue, carte,".
               10 FILLER PIC X(60) VALUE
                  "virements externes) ont ete preleves.".
               10 FILLER PIC X(20) VALUE "Montant preleve".
               10 FILLER PIC X(20) VALUE "Date du prelevement".
       01 WS-AVIS-MODELES REDEFINES WS-AVIS-MODELES-DEF.
           05 WS-AVIS-MODELE OCCURS 6 TIMES.
               10 WS-AVIS-M-CODE        PIC X(2).
               10 WS-AVIS-M-OBJET       PIC X(40).
               10 WS-AVIS-M-LIGNE1      PIC X(60).
               10 WS-AVIS-M-LIGNE2      PIC X(60).
               10 WS-AVIS-M-LIB-MONTANT PIC X(20).
               10 WS-AVIS-M-LIB-DATE    PIC X(20).
       01 WS-AVIS-NB-MODELES  PIC 9 VALUE 6.
       01 WS-AVIS-M-IDX       PIC 9.
       01 WS-AVIS-M-FOUND     PIC 9.
       01 WS-AVIS-IDX         PIC 9(4).
       01 WS-AVIS-SAVE-IDX    PIC 9(4).
       01 WS-AVIS-NUMERO      PIC 9(8).
       01 WS-AVIS-NB-LUS      PIC 9(5).
       01 WS-AVIS-DEBORDE     PIC X.
       01 WS-AVIS-DEBIT       PIC 9(9)V99.
       01 WS-AVIS-EXCEDENT    PIC 9(9)V99.
       01 WS-AVIS-DEST-CLIENT PIC 9(5).
       01 WS-AVIS-NB-DEST     PIC 9(2).
       01 WS-AVIS-NB-AGENCE   PIC 9(5).
       01 WS-AVIS-NB-EDITES   PIC 9(5).
       01 WS-AVIS-NB-LETTRES  PIC 9(5).
       01 WS-AVIS-NB-NON-DISTRIB PIC 9(5).
       01 WS-AVIS-NB-ARCHIVES PIC 9(5).
       01 WS-AVIS-COMPTE-CIBLE PIC 9(10).
       01 WS-AVIS-CHOIX       PIC 9.
       01 WS-AVIS-MONTANT-ED  PIC -(9)9.99.
       01 WS-AVIS-DATE-TRAV.
           05 WS-AVIS-DATE-AAAA PIC 9(4).
           05 WS-AVIS-DATE-MM   PIC 9(2).
           05 WS-AVIS-DATE-JJ   PIC 9(2).
       01 WS-AVIS-DATE-TRAV-N REDEFINES WS-AVIS-DATE-TRAV PIC 9(8).
       01 WS-AVIS-DATE-ED     PIC X(10).
       01 WS-LETTRE-FILENAME  PIC X(30).
       01 WS-AVIS-LU.
           05 WS-AVIS-L-NUMERO      PIC 9(8).
           05 WS-AVIS-L-DATE        PIC 9(8).
           05 WS-AVIS-L-EVENEMENT   PIC X(2).
           05 WS-AVIS-L-COMPTE      PIC 9(10).
           05 WS-AVIS-L-MONTANT     PIC S9(9)V99.
           05 WS-AVIS-L-DATE-REF    PIC 9(8).
           05 WS-AVIS-L-REF         PIC X(10).
           05 WS-AVIS-L-STATUT      PIC X.
           05 WS-AVIS-L-DATE-ENVOI  PIC 9(8).
           05 WS-AVIS-L-NB-LETTRES  PIC 9(2).

      *    Vue unique du deposant : comptes retenus (tous sauf les
      *    prets), avec leur contre-valeur EUR, leur nombre de
      *    titulaires et la part revenant a chacun (le reste de la
      *    division va au titulaire principal) ; cumuls du deposant
      *    courant, par agence (agence du client) et generaux.
       01 WS-SCV-CPT-COUNT    PIC 9(4).
       01 WS-SCV-CPT-TABLE.
           05 WS-SCV-CPT OCCURS 5000 TIMES.
               10 WS-SCV-C-COMPTE       PIC 9(10).
               10 WS-SCV-C-CLIENT       PIC 9(5).
               10 WS-SCV-C-AGENCE       PIC 9(5).
               10 WS-SCV-C-TYPE         PIC A(10).
               10 WS-SCV-C-DEVISE       PIC X(3).
               10 WS-SCV-C-SOLDE        PIC S9(9)V99.
               10 WS-SCV-C-COURS        PIC 9(5)V9(6).
               10 WS-SCV-C-EUR          PIC 9(11)V99.
               10 WS-SCV-C-NB-TIT       PIC 9(2).
               10 WS-SCV-C-PART         PIC 9(11)V99.
               10 WS-SCV-C-RESTE        PIC 9(11)V99.
       01 WS-SCV-AGENCE-TABLE.
           05 WS-SCV-AGENCE OCCURS 20 TIMES.
               10 WS-SCV-A-NB-DEPOSANTS PIC 9(7).
               10 WS-SCV-A-NB-PLAFOND   PIC 9(7).
               10 WS-SCV-A-COUVERT      PIC 9(13)V99.
               10 WS-SCV-A-NON-COUVERT  PIC 9(13)V99.
       01 WS-SCV-HA-NB-DEPOSANTS PIC 9(7).
       01 WS-SCV-HA-NB-PLAFOND PIC 9(7).
       01 WS-SCV-HA-COUVERT   PIC 9(13)V99.
       01 WS-SCV-HA-NON-COUVERT PIC 9(13)V99.
       01 WS-SCV-TOT-DEPOSANTS PIC 9(7).
       01 WS-SCV-TOT-COMPTES  PIC 9(7).
       01 WS-SCV-TOT-PLAFOND  PIC 9(7).
       01 WS-SCV-TOT-ELIGIBLE PIC 9(13)V99.
       01 WS-SCV-TOT-COUVERT  PIC 9(13)V99.
       01 WS-SCV-TOT-NON-COUVERT PIC 9(13)V99.
       01 WS-SCV-D-ELIGIBLE   PIC 9(11)V99.
       01 WS-SCV-D-GARANTI    PIC 9(11)V99.
       01 WS-SCV-D-EXCEDENT   PIC 9(11)V99.
       01 WS-SCV-D-NB-COMPTES PIC 9(3).
       01 WS-SCV-D-PART       PIC 9(11)V99.
       01 WS-SCV-ECRIRE       PIC X.
       01 WS-SCV-IDX          PIC 9(4).
       01 WS-SCV-FOUND-IDX    PIC 9(4).
       01 WS-SCV-COMPTE-CIBLE PIC 9(10).
       01 WS-SCV-DEBORDE      PIC X.
       01 WS-SCV-NB-COURS-INCONNU PIC 9(5).
       01 WS-SCV-MONTANT-ED   PIC Z(12)9.99.
       01 WS-SCV-MONTANT-ED2  PIC Z(12)9.99.
       01 WS-SCV-FILENAME     PIC X(30).
       01 WS-SCV-RAP-FILENAME PIC X(30).

      *    Remise de virements d'un client entreprise : entete et
      *    lignes de virements.in, chaque ligne avec son sort (P
      *    payee, R rejetee, C en attente de conformite, espace a
      *    traiter) et son motif. Les montants sont exprimes dans la
      *    devise du compte donneur d'ordre, comme pour un virement
      *    saisi au guichet.
       01 WS-REM-TRAV.
           05 WS-REM-T-TYPE          PIC X.
           05 WS-REM-T-DETAIL.
               10 WS-REM-T-COMPTE     PIC X(10).
               10 WS-REM-T-COMPTE-N REDEFINES WS-REM-T-COMPTE
                                      PIC 9(10).
               10 WS-REM-T-MONTANT    PIC X(11).
               10 WS-REM-T-MONTANT-N REDEFINES WS-REM-T-MONTANT
                                      PIC 9(9)V99.
               10 WS-REM-T-REF        PIC X(10).
               10 WS-REM-T-CIRCUIT    PIC X.
               10 WS-REM-T-NOM        PIC X(30).
           05 WS-REM-T-ENTETE REDEFINES WS-REM-T-DETAIL.
               10 WS-REM-T-E-REF      PIC X(10).
               10 WS-REM-T-E-REF-N REDEFINES WS-REM-T-E-REF
                                      PIC 9(10).
               10 WS-REM-T-E-COMPTE   PIC X(10).
               10 WS-REM-T-E-COMPTE-N REDEFINES WS-REM-T-E-COMPTE
                                      PIC 9(10).
               10 WS-REM-T-E-NB       PIC X(5).
               10 WS-REM-T-E-NB-N REDEFINES WS-REM-T-E-NB
                                      PIC 9(5).
               10 WS-REM-T-E-TOTAL    PIC X(13).
               10 WS-REM-T-E-TOTAL-N REDEFINES WS-REM-T-E-TOTAL
                                      PIC 9(11)V99.
               10 FILLER              PIC X(24).
       01 WS-REM-ENTETE-ENREG PIC X(63).
       01 WS-REM-TABLE-COUNT  PIC 9(3) VALUE 0.
       01 WS-REM-TABLE.
           05 WS-REM-ENTRY OCCURS 500 TIMES.
               10 WS-REM-E-ENREG      PIC X(63).
               10 WS-REM-E-STATUT     PIC X.
               10 WS-REM-E-MOTIF      PIC X(40).
       01 WS-REM-IDX          PIC 9(3).
       01 WS-REM-NB-ENREG     PIC 9(4).
       01 WS-REM-DEBORDE      PIC X.
       01 WS-REM-ABSENT       PIC X.
       01 WS-REM-MAL-FORME    PIC X.
       01 WS-REM-REFUS        PIC X.
       01 WS-REM-REF          PIC 9(10).
       01 WS-REM-DONNEUR      PIC 9(10).
       01 WS-REM-TOTAL        PIC 9(11)V99.
       01 WS-REM-TOTAL-LU     PIC 9(11)V99.
       01 WS-REM-DEPART       PIC 9(3).
       01 WS-REM-RESTE-NB     PIC 9(3).
       01 WS-REM-RESTE-MONTANT PIC 9(11)V99.
       01 WS-REM-BESOIN       PIC 9(11)V99.
       01 WS-REM-NB-PAYEES    PIC 9(3).
       01 WS-REM-NB-REJETEES  PIC 9(3).
       01 WS-REM-NB-ATTENTE   PIC 9(3).
       01 WS-REM-MONTANT-PAYE PIC 9(11)V99.
       01 WS-REM-FRAIS-LIGNE  PIC 9(5)V99.
       01 WS-REM-FRAIS-FAITS  PIC X.
       01 WS-REM-FRAIS-VERIF  PIC X.
       01 WS-REM-REPRISE      PIC X.
       01 WS-REM-JRN-ETAPE    PIC X.
       01 WS-REM-JRN-DEST     PIC 9(10).
       01 WS-REM-JRN-LIGNE    PIC 9(3).
       01 WS-REM-DEJA         PIC X.
       01 WS-REM-DEJA-DATE    PIC 9(8).
       01 WS-REM-MVT-REF      PIC 9(10).
       01 WS-REM-MVT-TROUVE   PIC X.
       01 WS-REM-MONTANT-ED   PIC Z(10)9.99.
       01 WS-REM-FRAIS-ED     PIC Z(4)9.99.
       01 WS-REM-RAP-FILENAME PIC X(40).

       01 WS-NEW-BANQUE.
           05 NEW-BANQUE-ID     PIC 9(5).
           05 NEW-BANQUE-NAME   PIC A(30).
      *    parametre, et releves fiscaux annuels par client.
       01 WS-PARAM-TAUX-RET   PIC 9(3)V99.
       01 WS-NOUVEAU-TAUX-RET PIC 9(3)V99.
      *    Majoration (points ajoutes au taux du contrat) des
      *    interets de retard sur les echeances de pret impayees.
       01 WS-PARAM-MAJO-PRET  PIC 9(3)V99.
       01 WS-NOUVEAU-MAJO-PRET PIC 9(3)V99.
      *    Delai (jours) pendant lequel un client peut contester un
      *    prelevement et en obtenir le remboursement.
       01 WS-PARAM-DELAI-PRLV PIC 9(3).
       01 WS-NOUVEAU-DELAI-PRLV PIC 9(3).
      *    Delai de grace (jours) accorde apres l'expiration de la
      *    piece d'identite ou la date de revue d'un dossier KYC avant
      *    le blocage des mouvements et des ouvertures de compte.
       01 WS-PARAM-GRACE-KYC  PIC 9(3).
       01 WS-NOUVEAU-GRACE-KYC PIC 9(3).
      *    Plafond legal (EUR) de la garantie des depots par
      *    deposant, applique a la vue unique du deposant.
       01 WS-PARAM-PLAFOND-GAR PIC 9(9)V99.
       01 WS-NOUVEAU-PLAFOND-GAR PIC 9(9)V99.
       01 WS-RETENUE          PIC 9(9)V99.
       01 WS-FISC-ANNEE       PIC 9(4).
       01 WS-FISC-COMPTE      PIC 9(10).
       01 WS-COMP-CREDITES    PIC 9(5).
       01 WS-COMP-REJETES     PIC 9(5).
       01 WS-COMP-REJET-MOTIF PIC X(30).
       01 WS-COMP-ATTENTE     PIC 9(5).
       01 WS-COMP-OUT-FILENAME PIC X(30).

      *    Tables de travail des deux sens de compensation : chaque

       01 WS-COMPIN-TABLE-COUNT PIC 9(3) VALUE 0.
       01 WS-COMPIN-TABLE.
           05 WS-COMPIN-ENTRY PIC X(79) OCCURS 250 TIMES.
       01 WS-COMPIN-IDX       PIC 9(3).
       01 WS-COMPIN-RESTE     PIC 9(3).
       01 WS-COMPIN-DEBORDE   PIC X.
           05 WS-CIN-MONTANT     PIC X(11).
           05 WS-CIN-MONTANT-N REDEFINES WS-CIN-MONTANT
                                 PIC 9(9)V99.
           05 WS-CIN-NOM         PIC X(30).

       01 WS-ARCHIVE-FILENAME PIC X(30).
       01 WS-ARCHIVE-CUTOFF   PIC 9(8).
           05 FILLER          PIC X(10) VALUE "DepChq".
           05 FILLER          PIC X(10) VALUE "RetourChq".
           05 FILLER          PIC X(10) VALUE "Retenue".
           05 FILLER          PIC X(10) VALUE "Pret".
           05 FILLER          PIC X(10) VALUE "EchPret".
           05 FILLER          PIC X(10) VALUE "RembPret".
           05 FILLER          PIC X(10) VALUE "Prlv".
           05 FILLER          PIC X(10) VALUE "RembPrlv".
           05 FILLER          PIC X(10) VALUE "ExtourneDb".
           05 FILLER          PIC X(10) VALUE "ExtourneCr".
       01 WS-GL-TYPES REDEFINES WS-GL-TYPES-DEF.
           05 WS-GL-TYPE-NOM  PIC X(10) OCCURS 19 TIMES.

       01 WS-GL-TABLE.
           05 WS-GL-AGENCE-ENTRY OCCURS 20 TIMES.
               10 WS-GL-TYPE-ENTRY OCCURS 19 TIMES.
                   15 WS-GL-DEV-CUMUL OCCURS 10 TIMES.
                       20 WS-GL-NB    PIC 9(7).
                       20 WS-GL-TOTAL PIC 9(9)V99.
               10 WS-BAREME-ENTRY-TENUE PIC 9(5)V99.
               10 WS-BAREME-ENTRY-COMM  PIC 9(5)V99.
               10 WS-BAREME-ENTRY-CARTE PIC 9(5)V99.
               10 WS-BAREME-ENTRY-LIGNE PIC 9(5)V99.
       01 WS-BAREME-IDX       PIC 9(2).
       01 WS-BAREME-FOUND-IDX PIC 9(2).
       01 WS-BAREME-TYPE-CIBLE PIC A(10).
               10 WS-CONTRAT-ENTRY-ECHEANCE  PIC 9(8).
               10 WS-CONTRAT-ENTRY-RENOUV    PIC X.
               10 WS-CONTRAT-ENTRY-DUREE     PIC 9(3).
               10 WS-CONTRAT-ENTRY-AVIS      PIC 9(8).
       01 WS-CONTRAT-IDX      PIC 9(3).
       01 WS-CONTRAT-SAVE-IDX PIC 9(3).
       01 WS-CONTRAT-FOUND-IDX PIC 9(3).
       01 WS-TERME-ECHUS      PIC 9(5).
       01 WS-TERME-ECHECS     PIC 9(5).
       01 WS-TERME-RETIRE     PIC X.
       01 WS-TERME-LIMITE-AVIS PIC 9(8).

      *    Prets : table des contrats (meme trace que PRET-RECORD),
      *    saisie du deblocage et zones de calcul de l'echeancier.
       01 WS-PRET-TABLE-COUNT PIC 9(3) VALUE 0.
       01 WS-PRET-TABLE.
           05 WS-PRET-ENTRY OCCURS 100 TIMES.
               10 WS-PRET-ENTRY-COMPTE     PIC 9(10).
               10 WS-PRET-ENTRY-COURANT    PIC 9(10).
               10 WS-PRET-ENTRY-CAPITAL    PIC 9(9)V99.
               10 WS-PRET-ENTRY-TAUX       PIC 9(3)V99.
               10 WS-PRET-ENTRY-DUREE      PIC 9(3).
               10 WS-PRET-ENTRY-PREMIERE   PIC 9(8).
               10 WS-PRET-ENTRY-OUVERTURE  PIC 9(8).
               10 WS-PRET-ENTRY-PROCHAINE  PIC 9(8).
               10 WS-PRET-ENTRY-DERNIERE   PIC 9(8).
               10 WS-PRET-ENTRY-NB-RESTANT PIC 9(3).
               10 WS-PRET-ENTRY-RESTANT    PIC 9(9)V99.
               10 WS-PRET-ENTRY-MENSUALITE PIC 9(9)V99.
               10 WS-PRET-ENTRY-IMPAYE-CAP PIC 9(9)V99.
               10 WS-PRET-ENTRY-IMPAYE-INT PIC 9(9)V99.
               10 WS-PRET-ENTRY-DATE-RETARD PIC 9(8).
       01 WS-PRET-IDX         PIC 9(3).
       01 WS-PRET-SAVE-IDX    PIC 9(3).
       01 WS-PRET-FOUND-IDX   PIC 9(3).
       01 WS-PRET-COMPTE-CIBLE PIC 9(10).
       01 WS-PRET-COURANT-CIBLE PIC 9(10).
       01 WS-PRET-CHOIX       PIC 9.
       01 WS-NEW-PRET-COMPTE  PIC 9(10).
       01 WS-NEW-PRET-COURANT PIC 9(10).
       01 WS-NEW-PRET-CAPITAL PIC 9(9)V99.
       01 WS-NEW-PRET-TAUX    PIC 9(3)V99.
       01 WS-NEW-PRET-DUREE   PIC 9(3).
       01 WS-NEW-PRET-PREMIERE PIC 9(8).
       01 WS-PRET-CLIENT      PIC 9(5).
       01 WS-PRET-AGENCE      PIC 9(5).
       01 WS-PRET-DEVISE      PIC X(3).
      *    Calcul de la mensualite constante (amortissement a la
      *    francaise) : capital, taux annuel et nombre d'echeances en
      *    entree, mensualite en sortie.
       01 WS-PRET-CALC-CAPITAL PIC 9(9)V99.
       01 WS-PRET-CALC-TAUX   PIC 9(3)V99.
       01 WS-PRET-CALC-NB     PIC 9(3).
       01 WS-PRET-CALC-MENSUALITE PIC 9(9)V99.
       01 WS-PRET-TAUX-MENS   PIC 9V9(12).
       01 WS-PRET-FACTEUR     PIC 9(9)V9(9).
       01 WS-PRET-RAPPORT     PIC 9(6)V9(12).
      *    Decomposition d'une echeance : capital restant et nombre
      *    d'echeances restantes (avant l'echeance) en entree.
       01 WS-PRET-SIM-RESTANT PIC 9(9)V99.
       01 WS-PRET-SIM-NB      PIC 9(3).
       01 WS-PRET-SIM-NO      PIC 9(3).
       01 WS-PRET-ECH-CAPITAL PIC 9(9)V99.
       01 WS-PRET-ECH-INTERET PIC 9(9)V99.
       01 WS-PRET-ECH-MONTANT PIC 9(9)V99.
       01 WS-PRET-PRELEVE-OK  PIC X.
       01 WS-PRET-JOURS       PIC S9(7).
       01 WS-PRET-RETARD      PIC 9(9)V99.
       01 WS-PRET-COURU       PIC 9(9)V99.
       01 WS-PRET-DU-TOTAL    PIC 9(9)V99.
       01 WS-PRET-VERSE       PIC 9(9)V99.
       01 WS-PRET-REMB-TYPE   PIC X.
       01 WS-PRET-TOT-INTERETS PIC 9(9)V99.
       01 WS-PRET-PAYEES      PIC 9(5).
       01 WS-PRET-IMPAYEES    PIC 9(5).
       01 WS-PRET-RETIRE      PIC X.
       01 WS-EDIT-PRET-CAPITAL PIC -(9)9.99.
       01 WS-EDIT-PRET-INTERET PIC -(9)9.99.
       01 WS-EDIT-PRET-TAUX   PIC ZZ9.99.

      *    Prelevements : registre des mandats et des creanciers
      *    bloques (memes traces que les fichiers), fichier recu de
      *    la chambre et contestation au guichet.
       01 WS-PMD-TABLE-COUNT  PIC 9(3) VALUE 0.
       01 WS-PMD-TABLE.
           05 WS-PMD-ENTRY OCCURS 300 TIMES.
               10 WS-PMD-ENTRY-COMPTE      PIC 9(10).
               10 WS-PMD-ENTRY-CREANCIER   PIC X(20).
               10 WS-PMD-ENTRY-RUM         PIC X(20).
               10 WS-PMD-ENTRY-SIGNATURE   PIC 9(8).
               10 WS-PMD-ENTRY-REVOQUE     PIC X.
               10 WS-PMD-ENTRY-REVOCATION  PIC 9(8).
       01 WS-PMD-IDX          PIC 9(3).
       01 WS-PMD-SAVE-IDX     PIC 9(3).
       01 WS-PMD-FOUND-IDX    PIC 9(3).
       01 WS-PMD-NB           PIC 9(3).
       01 WS-PBL-TABLE-COUNT  PIC 9(3) VALUE 0.
       01 WS-PBL-TABLE.
           05 WS-PBL-ENTRY OCCURS 200 TIMES.
               10 WS-PBL-ENTRY-COMPTE      PIC 9(10).
               10 WS-PBL-ENTRY-CREANCIER   PIC X(20).
               10 WS-PBL-ENTRY-DATE        PIC 9(8).
       01 WS-PBL-IDX          PIC 9(3).
       01 WS-PBL-SAVE-IDX     PIC 9(3).
       01 WS-PBL-FOUND-IDX    PIC 9(3).
       01 WS-PRLV-CHOIX       PIC 9.
       01 WS-PRLV-COMPTE-CIBLE PIC 9(10).
       01 WS-PRLV-CREANCIER-CIBLE PIC X(20).
       01 WS-PRLV-RUM-CIBLE   PIC X(20).
       01 WS-NEW-PMD-SIGNATURE PIC 9(8).
       01 WS-PIN-TABLE-COUNT  PIC 9(3) VALUE 0.
       01 WS-PIN-TABLE.
           05 WS-PIN-ENTRY    PIC X(79) OCCURS 250 TIMES.
       01 WS-PIN-IDX          PIC 9(3).
       01 WS-PIN-RESTE        PIC 9(3).
       01 WS-PIN-DEBORDE      PIC X.
       01 WS-PIN-ABSENT       PIC X.
       01 WS-PIN-TRAV.
           05 WS-PIN-REF         PIC X(10).
           05 WS-PIN-ECHEANCE    PIC X(8).
           05 WS-PIN-ECHEANCE-N REDEFINES WS-PIN-ECHEANCE PIC 9(8).
           05 WS-PIN-CREANCIER   PIC X(20).
           05 WS-PIN-RUM         PIC X(20).
           05 WS-PIN-COMPTE      PIC X(10).
           05 WS-PIN-COMPTE-N REDEFINES WS-PIN-COMPTE PIC 9(10).
           05 WS-PIN-MONTANT     PIC X(11).
           05 WS-PIN-MONTANT-N REDEFINES WS-PIN-MONTANT
                                 PIC 9(9)V99.
       01 WS-PRLV-RETOUR-FILENAME PIC X(30).
       01 WS-PRLV-MOTIF       PIC X(4).
       01 WS-PRLV-DEBITES     PIC 9(5).
       01 WS-PRLV-RETOURNES   PIC 9(5).
       01 WS-PRLV-MONTANT-CPT PIC 9(9)V99.
       01 WS-PRLV-DOUBLON     PIC X.
       01 WS-PRLV-DEJA-REMB   PIC X.
       01 WS-PRLV-TRANS-ID    PIC 9(10).
       01 WS-PRLV-JOURS       PIC S9(7).
       01 WS-PRLV-HISTO.
           05 WS-PHI-TRANS-ID    PIC 9(10).
           05 WS-PHI-COMPTE      PIC 9(10).
           05 WS-PHI-DATE        PIC 9(8).
           05 WS-PHI-REF         PIC X(10).
           05 WS-PHI-CREANCIER   PIC X(20).
           05 WS-PHI-RUM         PIC X(20).
           05 WS-PHI-MONTANT     PIC 9(9)V99.
           05 WS-PHI-REMB-ID     PIC 9(10).

      *    Extourne d'une transaction guichet : copie de la
      *    transaction d'origine (meme trace que TRANSACTION-RECORD),
      *    superviseur qui l'autorise, motif, et montant du cote
      *    credite d'un virement en devise du compte destinataire.
       01 WS-EXT-ORIGINE.
           05 WS-EXT-ORIG-ID      PIC 9(10).
           05 WS-EXT-ORIG-COMPTE  PIC 9(10).
           05 WS-EXT-ORIG-DATE    PIC 9(8).
           05 WS-EXT-ORIG-TYPE    PIC A(10).
           05 WS-EXT-ORIG-MONTANT PIC 9(9)V99.
           05 WS-EXT-ORIG-DEST    PIC 9(10).
           05 WS-EXT-ORIG-OPER    PIC 9(5).
           05 WS-EXT-ORIG-COURS   PIC 9(5)V9(6).
       01 WS-EXT-SAISIE-ID    PIC 9(10).
       01 WS-EXT-JOUR-CLOS    PIC X.
       01 WS-EXT-DEJA         PIC X.
       01 WS-EXT-DEJA-DATE    PIC 9(8).
       01 WS-EXT-OK           PIC X.
       01 WS-EXT-SUPERVISEUR  PIC 9(5).
       01 WS-EXT-MOTIF        PIC X(40).
       01 WS-EXT-PREMIER-ID   PIC 9(10).
       01 WS-EXT-MONTANT-DEST PIC 9(9)V99.
       01 WS-EXT-ATTENTE-IDX  PIC 9(3).

       01 WS-BANQUE-TABLE-COUNT PIC 9(3) VALUE 0.
       01 WS-BANQUE-TABLE.
               10 WS-BANQUE-ENTRY-NB-CLIENTS PIC 9(5).
               10 WS-BANQUE-ENTRY-SOMME      PIC S9(9)V99.
               10 WS-BANQUE-ENTRY-RETENUES   PIC S9(9)V99.
               10 WS-BANQUE-ENTRY-ENCOURS    PIC S9(9)V99.
               10 WS-BANQUE-ENTRY-SOMME-PRET PIC S9(9)V99.
       01 WS-BANQUE-IDX       PIC 9(3).
       01 WS-BANQUE-FOUND-IDX PIC 9(3).
       01 WS-BANQUE-TOTAL-SOLDE PIC S9(9)V99.
      *    menu interactif.
       TRAITEMENT-PRINCIPAL.
           ACCEPT WS-MODE-EXECUTION FROM COMMAND-LINE.
      *    "BATCH RESTART" relance le traitement de nuit de la
      *    journee en sautant les etapes deja terminees.
           IF WS-MODE-EXECUTION = "BATCH RESTART"
               MOVE "Y" TO WS-BATCH-REPRISE
               MOVE "BATCH" TO WS-MODE-EXECUTION
           END-IF.
      *    "BATCH SCV" produit la vue unique du deposant a la
      *    demande du regulateur, hors traitement de nuit.
           IF WS-MODE-EXECUTION = "BATCH SCV"
               PERFORM INITIALISER-DATE-SYSTEME
               PERFORM INITIALISER-BANQUE
               PERFORM INITIALISER-COMPTEUR
               PERFORM MIGRER-TRANSACTIONS
               PERFORM RECUPERER-JOURNAL
               PERFORM PRODUIRE-SCV
               STOP RUN
           END-IF.
           IF WS-MODE-EXECUTION = "BATCH"
               PERFORM INITIALISER-DATE-SYSTEME
               PERFORM INITIALISER-BANQUE
               MOVE 2.50 TO BANQUE-INTERETS
               MOVE 0 TO BANQUE-NB-CLIENTS
               MOVE 0 TO BANQUE-RETENUES
               MOVE 0 TO BANQUE-ENCOURS
               WRITE BANQUE-RECORD
               CLOSE BANQUE-FILE
               EXIT PARAGRAPH
                   MOVE 2.50 TO BANQUE-INTERETS
                   MOVE 0 TO BANQUE-NB-CLIENTS
                   MOVE 0 TO BANQUE-RETENUES
                   MOVE 0 TO BANQUE-ENCOURS
                   WRITE BANQUE-RECORD
                   CLOSE BANQUE-FILE
               NOT AT END
           DISPLAY "35. Gestion de caisse".
           DISPLAY "36. Arrete de caisse fin de journee".
           DISPLAY "37. Gerer les titulaires et mandats".
           DISPLAY "38. Gerer les prets".
           DISPLAY "39. Prelevements (mandats, blocages, contestation)".
           DISPLAY "40. Extourner une transaction".
           DISPLAY "41. Controle d'integrite des fichiers".
           DISPLAY "42. Dossier KYC d'un client".
           DISPLAY "43. Liste de surveillance et conformite".
           DISPLAY "44. Avis aux clients".
           DISPLAY "45. Vue unique des deposants (garantie des depots)".
           DISPLAY "46. Importer une remise de virements (entreprise)".
           DISPLAY "Choisissez une option : " WITH NO ADVANCING.
           ACCEPT CHOIX.

                   IF WS-ACCES-OK = "Y"
                       PERFORM GERER-MANDATS
                   END-IF
               WHEN 38
                   PERFORM GERER-PRETS
               WHEN 39
                   PERFORM GERER-PRELEVEMENTS
               WHEN 40
                   PERFORM EXTOURNER-TRANSACTION
               WHEN 41
                   PERFORM VERIFIER-ACCES-SUPERVISEUR
                   IF WS-ACCES-OK = "Y"
                       PERFORM CONTROLER-INTEGRITE
                   END-IF
               WHEN 42
                   PERFORM GERER-KYC
               WHEN 43
                   PERFORM VERIFIER-ACCES-SUPERVISEUR
                   IF WS-ACCES-OK = "Y"
                       PERFORM GERER-CONFORMITE
                   END-IF
               WHEN 44
                   PERFORM GERER-AVIS
               WHEN 45
                   PERFORM VERIFIER-ACCES-SUPERVISEUR
                   IF WS-ACCES-OK = "Y"
                       PERFORM PRODUIRE-SCV
                   END-IF
               WHEN 46
                   PERFORM IMPORTER-REMISE-VIREMENTS
               WHEN OTHER
                   DISPLAY "Option invalide."
           END-EVALUATE.
               EXIT PARAGRAPH
           END-IF.

      *    Dossier d'identification (KYC) obligatoire a l'entree en
      *    relation : pas de client sans piece valide.
           DISPLAY "Dossier d'identification du client.".
           PERFORM SAISIR-KYC.
           IF WS-KYC-SAISIE-OK NOT = "Y"
               DISPLAY "Client non cree."
               EXIT PARAGRAPH
           END-IF.
      *    Le dossier doit pouvoir etre range avant d'ecrire le
      *    client : un client sans dossier echapperait aux blocages.
           PERFORM CHARGER-KYC.
           MOVE NEW-ID TO WS-KYC-CLIENT-CIBLE.
           PERFORM RECHERCHER-KYC.
           IF WS-KYC-FOUND-IDX = 0 AND WS-KYC-TABLE-COUNT >= 500
               DISPLAY "Erreur : fichier KYC plein (500)."
               DISPLAY "Client non cree."
               EXIT PARAGRAPH
           END-IF.

      *    CLIENT-FILE est indexe par CLIENT-ID : on ouvre en I-O pour
      *    verifier par acces direct qu'aucun client n'a deja cet ID,
      *    avec bascule en creation (OUTPUT) au tout premier client.
           END-WRITE.
           CLOSE CLIENT-FILE.

           MOVE NEW-ID TO WS-KYC-S-CLIENT.
           PERFORM ENREGISTRER-KYC.

           PERFORM METTRE-A-JOUR-COMPTEUR-CLIENTS.

           DISPLAY "Client ajoute avec succes.".

      *    Filtrage du nom contre la liste de surveillance : un nom
      *    reconnu met l'entree en relation en attente de conformite.
           PERFORM CHARGER-SANCTIONS.
           MOVE NEW-NAME TO WS-SANC-NOM-CIBLE.
           MOVE NEW-ID TO WS-CONF-CLIENT-CIBLE.
           MOVE "C" TO WS-CONF-N-OBJET.
           PERFORM FILTRER-CLIENT-CONFORMITE.

       CREER-COMPTE.
      *    L'ouverture journalise le solde initial comme un Depot :
      *    pas de creation de compte en dehors d'une journee
           DISPLAY "Type de compte (Courant/Epargne/Terme) : "
               WITH NO ADVANCING.
           ACCEPT NEW-COMPTE-TYPE.
      *    Un compte de pret nait de son deblocage, qui inscrit le
      *    contrat et credite le compte Courant de remboursement.
           IF NEW-COMPTE-TYPE = "Pret"
               DISPLAY "Erreur : un pret se debloque par l'option 38."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ID du client proprietaire : " WITH NO ADVANCING.
           ACCEPT NEW-COMPTE-CLIENT-ID.
           DISPLAY "Solde initial (ex: 1000.00) : " WITH NO ADVANCING.
               EXIT PARAGRAPH
           END-IF.

      *    Pas d'ouverture de compte pour un client dont le dossier
      *    KYC est echu au-dela du delai de grace.
           MOVE NEW-COMPTE-CLIENT-ID TO WS-KYC-CLIENT-CIBLE.
           PERFORM CONTROLER-KYC-OPERATION.
           IF WS-KYC-BLOQUE = "Y"
               MOVE NEW-COMPTE-NUM TO WS-INPUT-COMPTE
               MOVE NEW-COMPTE-SOLDE TO WS-INPUT-MONTANT
               MOVE "Depot" TO WS-TRANS-TYPE
               MOVE "Dossier KYC echu" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

      *    Pas d'ouverture de compte pour un client en attente de
      *    conformite ou rejete.
           MOVE NEW-COMPTE-CLIENT-ID TO WS-CONF-CLIENT-CIBLE.
           PERFORM CONTROLER-CONFORMITE-CLIENT.
           IF WS-CONF-BLOQUE = "Y"
               MOVE NEW-COMPTE-NUM TO WS-INPUT-COMPTE
               MOVE NEW-COMPTE-SOLDE TO WS-INPUT-MONTANT
               MOVE "Depot" TO WS-TRANS-TYPE
               MOVE "Client soumis a la conformite"
                   TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

      *    COMPTE-FILE est indexe par COMPTE-NUM : acces direct pour
      *    rejeter les doublons, avec bascule en creation (OUTPUT) au
      *    tout premier compte.
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Nom actuel : " CLIENT-NAME.
           DISPLAY "Nouveau nom (vide = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-MODIF-NAME.
           DISPLAY "Nouvelle adresse : " WITH NO ADVANCING.
           ACCEPT WS-MODIF-ADDRESS.
           DISPLAY "Nouveau telephone : " WITH NO ADVANCING.
           ACCEPT WS-MODIF-PHONE.

           IF WS-MODIF-NAME NOT = SPACES
               MOVE WS-MODIF-NAME TO CLIENT-NAME
           END-IF.
           MOVE WS-MODIF-ADDRESS TO CLIENT-ADDRESS.
           MOVE WS-MODIF-PHONE TO CLIENT-PHONE.
           REWRITE CLIENT-RECORD

           DISPLAY "Client modifie avec succes.".

      *    Le nom (modifie ou non) est filtre a nouveau contre la
      *    liste de surveillance.
           MOVE CLIENT-NAME TO WS-SANC-NOM-CIBLE.
           PERFORM CHARGER-SANCTIONS.
           MOVE WS-MODIF-ID TO WS-CONF-CLIENT-CIBLE.
           MOVE "M" TO WS-CONF-N-OBJET.
           PERFORM FILTRER-CLIENT-CONFORMITE.

       FERMER-COMPTE.
           DISPLAY "Fermeture d'un compte.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
               EXIT PARAGRAPH
           END-IF.

      *    Un pret en cours (impayes d'interets compris) garde son
      *    compte de pret et son compte Courant de remboursement.
           PERFORM CHARGER-PRETS.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING WS-PRET-IDX FROM 1 BY 1
                   UNTIL WS-PRET-IDX > WS-PRET-TABLE-COUNT
               IF WS-PRET-ENTRY-COMPTE(WS-PRET-IDX) =
                  WS-FERMER-COMPTE-NUM OR
                  WS-PRET-ENTRY-COURANT(WS-PRET-IDX) =
                  WS-FERMER-COMPTE-NUM
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = "Y"
               DISPLAY "Erreur : compte rattache a un pret en cours."
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

      *    Un compte a plusieurs titulaires (mandats) demande une
      *    confirmation supplementaire : la fermeture engage aussi
      *    les co-titulaires et mandataires.
                ACCEPT WS-INPUT-ID
                DISPLAY "Montant : " WITH NO ADVANCING
                ACCEPT WS-INPUT-MONTANT
                IF WS-TRANS-TYPE = "VirExterne"
                    DISPLAY "Nom du beneficiaire : " WITH NO ADVANCING
                    ACCEPT WS-SANC-BENEF-NOM
                    IF WS-SANC-BENEF-NOM = SPACES
                        DISPLAY "Erreur : nom du beneficiaire "
                            "obligatoire."
                        EXIT PARAGRAPH
                    END-IF
                END-IF
               ELSE
                   DISPLAY "Type de transaction invalide."
                   EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

      *    Un compte de pret ne se mouvemente que par le menu des
      *    prets (deblocage, echeances, remboursement anticipe).
           IF COMPTE-TYPE = "Pret"
               DISPLAY "Compte de pret : operations par l'option 38."
               MOVE "Compte de pret" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

      *    Dossier KYC du titulaire echu au-dela du delai de grace :
      *    plus aucun mouvement tant qu'un superviseur n'a pas
      *    enregistre des pieces a jour (option 42).
           MOVE COMPTE-CLIENT-ID TO WS-KYC-CLIENT-CIBLE.
           PERFORM CONTROLER-KYC-OPERATION.
           IF WS-KYC-BLOQUE = "Y"
               MOVE "Dossier KYC echu" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

      *    Titulaire en attente de conformite ou rejete.
           MOVE COMPTE-CLIENT-ID TO WS-CONF-CLIENT-CIBLE.
           PERFORM CONTROLER-CONFORMITE-CLIENT.
           IF WS-CONF-BLOQUE = "Y"
               MOVE "Client soumis a la conformite"
                   TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRANS-TYPE = "Depot"
               ADD WS-INPUT-MONTANT TO COMPTE-SOLDE
               REWRITE COMPTE-RECORD
               EXIT PARAGRAPH
           END-IF.

      *    Un compte de pret n'emet aucun virement (ordres
      *    permanents compris) : son solde est une dette du client.
           IF COMPTE-TYPE = "Pret"
               DISPLAY "Compte de pret : aucun virement emis."
               MOVE "Compte de pret" TO WS-AUDIT-REASON
               MOVE WS-INPUT-ID TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULER-SOLDE-DISPONIBLE.
           IF WS-SOLDE-DISPONIBLE < WS-INPUT-MONTANT
               DISPLAY "Solde insuffisant pour virement."
                       MOVE "Compte destination a terme"
                           TO WS-MOTIF-DEST
                   ELSE
      *    Le remboursement d'un pret passe par ses echeances ou par
      *    l'option de remboursement anticipe, jamais par virement.
                   IF COMPTE-TYPE = "Pret"
                       MOVE "Compte destination de pret"
                           TO WS-MOTIF-DEST
                   ELSE
                       MOVE COMPTE-DEVISE TO WS-DEV-DST
                       PERFORM CONVERTIR-MONTANT-VIREMENT
                       ADD WS-DEV-MONTANT-DEST TO COMPTE-SOLDE
                       MOVE "Y" TO WS-FOUND
                   END-IF
                   END-IF
                   END-IF
           END-READ.

           IF WS-FOUND = "N"
      *    qu'un virement interne) et le mouvement est mis en attente
      *    dans virexport.dat jusqu'a l'export du soir vers la
      *    chambre de compensation. Suppose COMPTE-FILE ouvert en I-O
      *    et le compte source deja lu, comme EXECUTER-VIREMENT, et
      *    rend compte du resultat de la meme facon (WS-VIREMENT-OK).
       EXECUTER-VIREMENT-EXTERNE.
           MOVE "N" TO WS-VIREMENT-OK.
           MOVE "VirExterne" TO WS-TRANS-TYPE.

      *    Beneficiaire reconnu sur la liste de surveillance : le
      *    virement n'est pas passe mais mis en attente de
      *    conformite (il sera execute ici meme a sa liberation).
           IF WS-CONF-LIBERATION NOT = "Y"
               PERFORM CHARGER-SANCTIONS
               MOVE WS-SANC-BENEF-NOM TO WS-SANC-NOM-CIBLE
               PERFORM FILTRER-NOM-SURVEILLANCE
               IF WS-SANC-HIT = "Y"
                   INITIALIZE WS-CONF-NOUVEAU
                   MOVE "V" TO WS-CONF-N-OBJET
                   MOVE WS-SANC-BENEF-NOM TO WS-CONF-N-NOM
                   MOVE WS-INPUT-COMPTE TO WS-CONF-N-COMPTE
                   MOVE COMPTE-CLIENT-ID TO WS-CONF-N-CLIENT
                   MOVE WS-INPUT-ID TO WS-CONF-N-CONTREPARTIE
                   MOVE WS-INPUT-MONTANT TO WS-CONF-N-MONTANT
                   PERFORM METTRE-EN-ATTENTE-CONFORMITE
      *    File pleine : le virement est refuse plutot que passe ou
      *    perdu, et l'appelant ne doit pas le croire en attente.
                   IF WS-CONF-ENREGISTRE = "N"
                       DISPLAY "Beneficiaire reconnu sur la liste "
                           "de surveillance : virement refuse."
                       MOVE "File conformite pleine"
                           TO WS-AUDIT-REASON
                       MOVE WS-INPUT-ID TO WS-AUDIT-DEST
                       PERFORM ENREGISTRER-AUDIT-REJET
                       MOVE "N" TO WS-SANC-HIT
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Beneficiaire reconnu sur la liste de "
                       "surveillance (" WS-CONF-N-LISTE-NOM ")."
                   DISPLAY "Virement mis en attente de conformite, "
                       "dossier " WS-CONF-N-ID "."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    L'attente de compensation est plafonnee a la saisie, bien
      *    en-dessous de la table d'export : celle-ci ne peut donc
      *    jamais deborder en exploitation normale.
           DISPLAY "Virement externe mis en attente de compensation.".
           MOVE "F" TO WS-JRN-ETAPE.
           PERFORM ECRIRE-JOURNAL.
           MOVE "Y" TO WS-VIREMENT-OK.

      *    Ajoute le mouvement prepare dans WS-TRANSACTION au fichier
      *    d'attente virexport.dat (bascule OUTPUT au premier
                  INTO WS-RELEVE-FILENAME.

           SORT TRANSACTION-SORT-FILE
               ON ASCENDING KEY SORT-TRANS-PAIRE-DATE
                                SORT-TRANS-PAIRE-ID
                                SORT-TRANS-DATE
                                SORT-TRANS-ID
               INPUT PROCEDURE IS SELECTIONNER-TRANSACTIONS-RELEVE
               OUTPUT PROCEDURE IS ECRIRE-RELEVE.

                           IF TRANSACTION-TYPE = "Depot" OR
                              TRANSACTION-TYPE = "Interet" OR
                              TRANSACTION-TYPE = "VirExtIn" OR
                              TRANSACTION-TYPE = "DepChq" OR
                              TRANSACTION-TYPE = "Pret" OR
                              TRANSACTION-TYPE = "AmortPret" OR
                              TRANSACTION-TYPE = "RembPrlv" OR
                              TRANSACTION-TYPE = "ExtourneCr"
                               SUBTRACT TRANSACTION-MONTANT
                                   FROM WS-STARTING-SOLDE
                           ELSE
                           MOVE TRANSACTION-DEST TO SORT-TRANS-DEST
                           MOVE TRANSACTION-COURS
                               TO SORT-TRANS-COURS
                           PERFORM APPARIER-MOUVEMENT-RELEVE
                           RELEASE SORT-TRANSACTION-RECORD
                       END-IF
               END-READ
                                   TO SORT-TRANS-DEST
                               MOVE TRANSACTION-COURS
                                   TO SORT-TRANS-COURS
                               PERFORM APPARIER-MOUVEMENT-RELEVE
                               RELEASE SORT-TRANSACTION-RECORD
                           END-IF
                       END-IF
                          SORT-TRANS-TYPE = "Interet" OR
                          SORT-TRANS-TYPE = "VirementIn" OR
                          SORT-TRANS-TYPE = "VirExtIn" OR
                          SORT-TRANS-TYPE = "DepChq" OR
                          SORT-TRANS-TYPE = "Pret" OR
                          SORT-TRANS-TYPE = "AmortPret" OR
                          SORT-TRANS-TYPE = "RembPrlv" OR
                          SORT-TRANS-TYPE = "ExtourneCr"
                           ADD SORT-TRANS-MONTANT TO WS-RUNNING-SOLDE
                       ELSE
                           SUBTRACT SORT-TRANS-MONTANT
                                  INTO RELEVE-LINE
                           WRITE RELEVE-LINE
                       END-IF
      *    Extourne : imprimee juste sous le mouvement qu'elle annule
      *    (cle d'appariement du tri), avec le rappel de l'original.
      *    Le solde intermediaire suit l'ordre apparie ; le solde
      *    final est inchange.
                       IF SORT-TRANS-TYPE = "ExtourneDb" OR
                          SORT-TRANS-TYPE = "ExtourneCr"
                           MOVE SPACES TO RELEVE-LINE
                           STRING "         extourne du mouvement "
                                  DELIMITED BY SIZE
                                  SORT-TRANS-DEST DELIMITED BY SIZE
                                  " du " DELIMITED BY SIZE
                                  SORT-TRANS-PAIRE-DATE
                                  DELIMITED BY SIZE
                                  INTO RELEVE-LINE
                           WRITE RELEVE-LINE
                       END-IF
               END-RETURN
           END-PERFORM.
           CLOSE RELEVE-FILE.

      *    Cle d'appariement du releve : un mouvement se classe sous
      *    sa propre date et son ID ; une extourne se classe sous la
      *    date et l'ID de l'original (registre extourne.dat), pour
      *    etre imprimee juste apres lui. WS-STATUS est rendu a "00"
      *    pour ne pas interrompre la boucle de lecture appelante.
       APPARIER-MOUVEMENT-RELEVE.
           MOVE SORT-TRANS-DATE TO SORT-TRANS-PAIRE-DATE.
           MOVE SORT-TRANS-ID TO SORT-TRANS-PAIRE-ID.
           IF SORT-TRANS-TYPE NOT = "ExtourneDb" AND
              SORT-TRANS-TYPE NOT = "ExtourneCr"
               EXIT PARAGRAPH
           END-IF.
           MOVE SORT-TRANS-DEST TO SORT-TRANS-PAIRE-ID.
           OPEN INPUT EXTOURNE-FILE.
           IF WS-STATUS = "00"
               PERFORM UNTIL WS-STATUS NOT = "00"
                   READ EXTOURNE-FILE
                       AT END
                           MOVE "10" TO WS-STATUS
                       NOT AT END
                           IF EXT-ORIGINE-ID = SORT-TRANS-DEST
                               MOVE EXT-ORIGINE-DATE
                                   TO SORT-TRANS-PAIRE-DATE
                               MOVE "10" TO WS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTOURNE-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Rapproche chaque agence (BANQUE-SOLDE) avec la somme des
      *    COMPTE-SOLDE de ses comptes, et affiche un total combine
      *    pour toutes les agences (multi-agences). Les comptes de
      *    pret sont rapproches a part, de l'encours BANQUE-ENCOURS.
       RECONCILIATION-FIN-JOURNEE.
           DISPLAY "Reconciliation fin de journee.".
           PERFORM CHARGER-BANQUES.

           MOVE 0 TO WS-SOMME-COMPTES.
           MOVE 0 TO WS-SOMME-ORPHELINS.
           MOVE 0 TO WS-SOMME-PRETS.
           MOVE 0 TO WS-RECON-DEV-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.

           MOVE 0 TO WS-BANQUE-TOTAL-SOLDE.
           MOVE 0 TO WS-BANQUE-TOTAL-SOMME.
           MOVE 0 TO WS-BANQUE-TOTAL-ENCOURS.
           DISPLAY "-----------------------------".
           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
               IF WS-ECART NOT = 0
                   DISPLAY "  *** ALERTE : ECART DETECTE ***"
               END-IF
               COMPUTE WS-ECART =
                   WS-BANQUE-ENTRY-ENCOURS(WS-BANQUE-IDX)
                   - WS-BANQUE-ENTRY-SOMME-PRET(WS-BANQUE-IDX)
               DISPLAY "  Encours prets : "
                   WS-BANQUE-ENTRY-ENCOURS(WS-BANQUE-IDX)
               DISPLAY "  Somme prets   : "
                   WS-BANQUE-ENTRY-SOMME-PRET(WS-BANQUE-IDX)
               DISPLAY "  Ecart prets   : " WS-ECART
               IF WS-ECART NOT = 0
                   DISPLAY "  *** ALERTE : ECART SUR L'ENCOURS ***"
               END-IF
               ADD WS-BANQUE-ENTRY-ENCOURS(WS-BANQUE-IDX)
                   TO WS-BANQUE-TOTAL-ENCOURS
               ADD WS-BANQUE-ENTRY-SOLDE(WS-BANQUE-IDX)
                   TO WS-BANQUE-TOTAL-SOLDE
               ADD WS-BANQUE-ENTRY-SOMME(WS-BANQUE-IDX)
               DISPLAY "*** ALERTE : ECART DETECTE ENTRE LA BANQUE "
                   "ET LES COMPTES CLIENTS ***"
           END-IF.
      *    Meme principe pour les prets : WS-SOMME-PRETS retient
      *    aussi les comptes de pret d'une agence inconnue.
           COMPUTE WS-ECART = WS-BANQUE-TOTAL-ENCOURS
               - WS-SOMME-PRETS.
           DISPLAY "Encours prets : " WS-BANQUE-TOTAL-ENCOURS.
           DISPLAY "Somme comptes de pret : " WS-SOMME-PRETS.
           DISPLAY "Ecart prets : " WS-ECART.
           IF WS-ECART NOT = 0
               DISPLAY "*** ALERTE : ECART DETECTE ENTRE L'ENCOURS "
                   "ET LES COMPTES DE PRET ***"
           END-IF.
           DISPLAY "-----------------------------".

      *    Cumule le compte courant de la boucle de reconciliation :
           COMPUTE WS-DEV-MONTANT-BASE ROUNDED =
               COMPTE-SOLDE * WS-DEV-COURS.

      *    Un compte de pret porte en solde debiteur le capital du :
      *    il est cumule (en positif) avec l'encours, hors depots.
           IF COMPTE-TYPE = "Pret"
               SUBTRACT WS-DEV-MONTANT-BASE FROM WS-SOMME-PRETS
               MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE
               PERFORM RECHERCHER-BANQUE
               IF WS-BANQUE-FOUND-IDX NOT = 0
                   SUBTRACT WS-DEV-MONTANT-BASE FROM
                       WS-BANQUE-ENTRY-SOMME-PRET(WS-BANQUE-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD WS-DEV-MONTANT-BASE TO WS-SOMME-COMPTES.
           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           PERFORM RECHERCHER-BANQUE.
                               DISPLAY "Compte " COMPTE-NUM
                                   " debite de " WS-AGIOS
                                   " d'agios."
                               MOVE WS-AGIOS TO WS-AVIS-DEBIT
                               PERFORM CONTROLER-DEPASSEMENT-AVIS
                           END-IF
                       END-IF
               END-READ
           ADD 1 TO WS-FACT-FACTURES.
           DISPLAY "Compte " COMPTE-NUM " debite de " WS-FRAIS
               " de frais.".
           MOVE "FR" TO WS-AVIS-N-EVENEMENT.
           MOVE COMPTE-NUM TO WS-AVIS-N-COMPTE.
           MOVE WS-FRAIS TO WS-AVIS-N-MONTANT.
           MOVE WS-TODAY TO WS-AVIS-N-DATE-REF.
           MOVE SPACES TO WS-AVIS-N-REF.
           PERFORM ENREGISTRER-AVIS.
           MOVE WS-FRAIS TO WS-AVIS-DEBIT.
           PERFORM CONTROLER-DEPASSEMENT-AVIS.

      *    Compte les virements externes du mois en cours pour le
      *    compte courant (COMPTE-NUM), assiette de la commission.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *    Extourne d'une erreur de guichet : passe une contrepartie
      *    exacte d'un Depot, Retrait, Virement ou VirExterne, sous
      *    accord superviseur. Chaque compte touche recoit un
      *    mouvement ExtourneDb (debit) ou ExtourneCr (credit) dont
      *    la destination est l'ID de l'original ; le solde de
      *    l'agence suit, et le tiroir du guichetier d'origine aussi
      *    pour des especes du jour. Une transaction ne s'extourne
      *    qu'une fois (registre extourne.dat). Celle d'une journee
      *    deja close exige un superviseur en session et un motif.
       EXTOURNER-TRANSACTION.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               MOVE ZERO TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "Journee" TO WS-TRANS-TYPE
               MOVE "Journee comptable fermee" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Extourne d'une transaction.".
           DISPLAY "ID de la transaction a extourner : "
               WITH NO ADVANCING.
           ACCEPT WS-EXT-SAISIE-ID.

           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-STATUS = "00"
               MOVE WS-EXT-SAISIE-ID TO TRANSACTION-ID
               READ TRANSACTION-FILE KEY IS TRANSACTION-ID
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
                       MOVE TRANSACTION-RECORD TO WS-EXT-ORIGINE
               END-READ
               CLOSE TRANSACTION-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.
           IF WS-FOUND = "N"
               DISPLAY "Erreur : transaction non trouvee (inconnue "
                   "ou archivee)."
               EXIT PARAGRAPH
           END-IF.

           IF WS-EXT-ORIG-TYPE NOT = "Depot" AND
              WS-EXT-ORIG-TYPE NOT = "Retrait" AND
              WS-EXT-ORIG-TYPE NOT = "Virement" AND
              WS-EXT-ORIG-TYPE NOT = "VirExterne"
               DISPLAY "Erreur : seuls les Depot, Retrait, Virement "
                   "et VirExterne s'extournent."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-EXTOURNE.
           IF WS-EXT-DEJA = "Y"
               DISPLAY "Erreur : transaction deja extournee le "
                   WS-EXT-DEJA-DATE "."
               MOVE "Transaction deja extournee" TO WS-AUDIT-REASON
               PERFORM REJETER-EXTOURNE
               EXIT PARAGRAPH
           END-IF.

           IF WS-EXT-ORIG-DATE < WS-TODAY
               MOVE "Y" TO WS-EXT-JOUR-CLOS
           ELSE
               MOVE "N" TO WS-EXT-JOUR-CLOS
           END-IF.

      *    Journee du mouvement deja close : le superviseur doit etre
      *    en session (pas d'accord ponctuel au guichet). Sinon un
      *    guichetier obtient l'accord ponctuel d'un superviseur.
           IF WS-EXT-JOUR-CLOS = "Y"
               IF WS-OPER-ROLE NOT = "S"
                   DISPLAY "Transaction d'une journee close : "
                       "extourne reservee au superviseur."
                   MOVE "Extourne journee close sans superviseur"
                       TO WS-AUDIT-REASON
                   PERFORM REJETER-EXTOURNE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OPER-ID TO WS-EXT-SUPERVISEUR
           ELSE
               IF WS-OPER-ROLE = "S"
                   MOVE WS-OPER-ID TO WS-EXT-SUPERVISEUR
               ELSE
                   PERFORM DEMANDER-OVERRIDE-SUPERVISEUR
                   IF WS-ACCES-OK NOT = "Y"
                       DISPLAY "Extourne refusee sans accord "
                           "superviseur."
                       MOVE "Refus accord superviseur"
                           TO WS-AUDIT-REASON
                       PERFORM REJETER-EXTOURNE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SAISIE-OPER TO WS-EXT-SUPERVISEUR
               END-IF
           END-IF.

           DISPLAY "Motif de l'extourne : " WITH NO ADVANCING.
           ACCEPT WS-EXT-MOTIF.
           IF WS-EXT-MOTIF = SPACES AND WS-EXT-JOUR-CLOS = "Y"
               DISPLAY "Erreur : motif obligatoire pour une "
                   "transaction d'une journee close."
               MOVE "Motif d'extourne absent" TO WS-AUDIT-REASON
               PERFORM REJETER-EXTOURNE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EXT-ORIG-MONTANT TO WS-EDIT-MONTANT.
           DISPLAY "Transaction " WS-EXT-ORIG-ID " du "
               WS-EXT-ORIG-DATE " : " WS-EXT-ORIG-TYPE.
           DISPLAY "  compte " WS-EXT-ORIG-COMPTE " montant "
               WS-EDIT-MONTANT " destination " WS-EXT-ORIG-DEST.
           DISPLAY "Confirmer l'extourne (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "Extourne annulee."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EXT-OK.
           MOVE WS-COUNTER TO WS-EXT-PREMIER-ID.
           EVALUATE WS-EXT-ORIG-TYPE
               WHEN "Depot"
                   PERFORM EXTOURNER-ESPECES
               WHEN "Retrait"
                   PERFORM EXTOURNER-ESPECES
               WHEN "Virement"
                   PERFORM EXTOURNER-VIREMENT
               WHEN "VirExterne"
                   PERFORM EXTOURNER-VIREMENT-EXTERNE
           END-EVALUATE.

      *    L'extourne d'un virement n'est soldee au journal qu'une
      *    fois inscrite au registre, qui interdit d'y revenir.
           IF WS-EXT-OK = "Y"
               PERFORM ENREGISTRER-EXTOURNE
               IF WS-EXT-ORIG-TYPE = "Virement"
                   MOVE "F" TO WS-JRN-ETAPE
                   PERFORM ECRIRE-JOURNAL
               END-IF
               DISPLAY "Transaction " WS-EXT-ORIG-ID " extournee."
           END-IF.

      *    Trace en audit un refus d'extourne (motif deja pose dans
      *    WS-AUDIT-REASON), rattache au compte et a l'ID d'origine.
       REJETER-EXTOURNE.
           MOVE WS-EXT-ORIG-COMPTE TO WS-INPUT-COMPTE.
           MOVE WS-EXT-ORIG-MONTANT TO WS-INPUT-MONTANT.
           MOVE "Extourne" TO WS-TRANS-TYPE.
           MOVE WS-EXT-ORIG-ID TO WS-AUDIT-DEST.
           PERFORM ENREGISTRER-AUDIT-REJET.

      *    Recherche l'ID d'origine dans le registre des extournes.
       CHERCHER-EXTOURNE.
           MOVE "N" TO WS-EXT-DEJA.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT EXTOURNE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ EXTOURNE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF EXT-ORIGINE-ID = WS-EXT-ORIG-ID
                           MOVE "Y" TO WS-EXT-DEJA
                           MOVE EXT-DATE TO WS-EXT-DEJA-DATE
                           MOVE "10" TO WS-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXTOURNE-FILE.
           MOVE "00" TO WS-STATUS.

      *    Lit le compte WS-INPUT-COMPTE (COMPTE-FILE ouvert en I-O)
      *    et refuse un compte disparu, dormant ou bloque : WS-FOUND
      *    vaut "Y" si l'extourne peut y etre passee.
       LIRE-COMPTE-EXTOURNE.
           MOVE WS-INPUT-COMPTE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.
           IF WS-FOUND = "N"
               DISPLAY "Erreur : compte " WS-INPUT-COMPTE
                   " non trouve (ferme ?)."
               EXIT PARAGRAPH
           END-IF.
           IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
               DISPLAY "Erreur : compte " WS-INPUT-COMPTE
                   " dormant ou bloque, reactivation requise "
                   "(option 21)."
               MOVE "N" TO WS-FOUND
           END-IF.

      *    Depot ou Retrait : contrepartie sur le compte, l'agence et,
      *    pour un mouvement du jour, le tiroir du guichetier qui
      *    l'avait passe. Une journee close a deja son arrete de
      *    caisse : l'ecart y reste constate et le tiroir du jour
      *    n'est pas touche.
       EXTOURNER-ESPECES.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-ORIG-COMPTE TO WS-INPUT-COMPTE.
           PERFORM LIRE-COMPTE-EXTOURNE.
           IF WS-FOUND = "N"
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           IF WS-EXT-ORIG-TYPE = "Depot"
               PERFORM CALCULER-SOLDE-DISPONIBLE
               IF WS-SOLDE-DISPONIBLE < WS-EXT-ORIG-MONTANT
                   DISPLAY "Attention : solde disponible insuffisant, "
                       "le compte passe debiteur."
               END-IF
               SUBTRACT WS-EXT-ORIG-MONTANT FROM COMPTE-SOLDE
               COMPUTE WS-BANQUE-DELTA = 0 - WS-EXT-ORIG-MONTANT
               MOVE "ExtourneDb" TO WS-TRANS-TYPE
               MOVE "S" TO WS-CAISSE-TYPE
           ELSE
               ADD WS-EXT-ORIG-MONTANT TO COMPTE-SOLDE
               MOVE WS-EXT-ORIG-MONTANT TO WS-BANQUE-DELTA
               MOVE "ExtourneCr" TO WS-TRANS-TYPE
               MOVE "E" TO WS-CAISSE-TYPE
           END-IF.
           REWRITE COMPTE-RECORD.
           IF WS-EXT-ORIG-TYPE = "Depot"
               MOVE WS-EXT-ORIG-MONTANT TO WS-AVIS-DEBIT
               PERFORM CONTROLER-DEPASSEMENT-AVIS
           END-IF.
           PERFORM AJUSTER-SOLDE-BANQUE-COMPTE.
           CLOSE COMPTE-FILE.

           MOVE WS-COUNTER          TO WS-TRANS-ID.
           MOVE WS-EXT-ORIG-COMPTE  TO WS-TRANS-COMPTE.
           MOVE WS-TODAY            TO WS-TRANS-DATE.
           MOVE WS-EXT-ORIG-MONTANT TO WS-TRANS-MONTANT.
           MOVE WS-EXT-ORIG-ID      TO WS-TRANS-DEST.
           PERFORM ECRIRE-TRANSACTION.

           IF WS-EXT-JOUR-CLOS = "N"
               MOVE WS-EXT-ORIG-OPER TO WS-CAISSE-OPER
               MOVE WS-EXT-ORIG-MONTANT TO WS-CAISSE-MONTANT
               MOVE 0 TO WS-CAISSE-AUTRE
               PERFORM ENREGISTRER-MOUVEMENT-CAISSE
           END-IF.
           MOVE "Y" TO WS-EXT-OK.

      *    Virement interne : les deux jambes sont extournees, le
      *    compte source recredite du montant debite, le compte
      *    destinataire redebite du montant credite (converti au
      *    cours porte par l'original). Les deux comptes sont
      *    controles avant toute ecriture.
       EXTOURNER-VIREMENT.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-ORIG-COMPTE TO WS-INPUT-COMPTE.
           PERFORM LIRE-COMPTE-EXTOURNE.
           IF WS-FOUND = "N"
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-ORIG-DEST TO WS-INPUT-COMPTE.
           PERFORM LIRE-COMPTE-EXTOURNE.
           IF WS-FOUND = "N"
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           IF WS-EXT-ORIG-COURS = ZERO
               MOVE WS-EXT-ORIG-MONTANT TO WS-EXT-MONTANT-DEST
           ELSE
               COMPUTE WS-EXT-MONTANT-DEST ROUNDED =
                   WS-EXT-ORIG-MONTANT * WS-EXT-ORIG-COURS
           END-IF.
           PERFORM CALCULER-SOLDE-DISPONIBLE.
           IF WS-SOLDE-DISPONIBLE < WS-EXT-MONTANT-DEST
               DISPLAY "Attention : solde disponible insuffisant, "
                   "le compte destinataire passe debiteur."
           END-IF.

      *    Les deux jambes sont journalisees comme un virement : un
      *    arret entre le redebit et le recredit laisse l'etape E,
      *    signalee au demarrage pour verification manuelle.
           MOVE WS-COUNTER          TO WS-JRN-REF.
           MOVE "Extourne"          TO WS-JRN-TYPE.
           MOVE WS-EXT-ORIG-DEST    TO WS-JRN-SOURCE.
           MOVE WS-EXT-ORIG-COMPTE  TO WS-JRN-DEST.
           MOVE WS-EXT-ORIG-MONTANT TO WS-JRN-MONTANT.
           MOVE WS-TODAY            TO WS-JRN-DATE.
           MOVE "E" TO WS-JRN-ETAPE.
           PERFORM ECRIRE-JOURNAL.
           SUBTRACT WS-EXT-MONTANT-DEST FROM COMPTE-SOLDE.
           REWRITE COMPTE-RECORD.
           MOVE WS-EXT-MONTANT-DEST TO WS-AVIS-DEBIT.
           PERFORM CONTROLER-DEPASSEMENT-AVIS.
           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           COMPUTE WS-BANQUE-DELTA = 0 - WS-EXT-MONTANT-DEST.
           PERFORM AJUSTER-SOLDE-BANQUE-COMPTE.

      *    Compte source relu introuvable : le redebit est passe
      *    mais pas le recredit, le journal reste a l'etape E.
           MOVE "N" TO WS-FOUND.
           MOVE WS-EXT-ORIG-COMPTE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   ADD WS-EXT-ORIG-MONTANT TO COMPTE-SOLDE
                   REWRITE COMPTE-RECORD
                   MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE
                   MOVE WS-EXT-ORIG-MONTANT TO WS-BANQUE-DELTA
                   PERFORM AJUSTER-SOLDE-BANQUE-COMPTE
           END-READ.
           CLOSE COMPTE-FILE.
           IF WS-FOUND = "N"
               DISPLAY "Erreur : compte source relu introuvable, "
                   "extourne incomplete (verification manuelle)."
               EXIT PARAGRAPH
           END-IF.
      *    Soldes extournes : reste a passer les deux mouvements et
      *    la ligne du registre (etape F, posee par l'appelant).
           MOVE "C" TO WS-JRN-ETAPE.
           PERFORM ECRIRE-JOURNAL.

           MOVE WS-COUNTER          TO WS-TRANS-ID.
           MOVE WS-EXT-ORIG-COMPTE  TO WS-TRANS-COMPTE.
           MOVE WS-TODAY            TO WS-TRANS-DATE.
           MOVE "ExtourneCr"        TO WS-TRANS-TYPE.
           MOVE WS-EXT-ORIG-MONTANT TO WS-TRANS-MONTANT.
           MOVE WS-EXT-ORIG-ID      TO WS-TRANS-DEST.
           MOVE WS-EXT-ORIG-COURS   TO WS-TRANS-COURS.
           PERFORM ECRIRE-TRANSACTION.

           MOVE WS-COUNTER          TO WS-TRANS-ID.
           MOVE WS-EXT-ORIG-DEST    TO WS-TRANS-COMPTE.
           MOVE "ExtourneDb"        TO WS-TRANS-TYPE.
           MOVE WS-EXT-MONTANT-DEST TO WS-TRANS-MONTANT.
           MOVE WS-EXT-ORIG-COURS   TO WS-TRANS-COURS.
           PERFORM ECRIRE-TRANSACTION.
           MOVE "Y" TO WS-EXT-OK.

      *    Virement externe : extournable tant qu'il attend encore
      *    dans virexport.dat. Il est alors retire de l'attente et le
      *    compte source recredite ; une fois remis a la chambre de
      *    compensation, seul un rappel de fonds est possible.
       EXTOURNER-VIREMENT-EXTERNE.
           PERFORM CHARGER-ATTENTE-EXPORT.
           IF WS-ATTENTE-DEBORDE = "Y"
               DISPLAY "Attente de compensation anormalement "
                   "volumineuse : extourne refusee."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EXT-ATTENTE-IDX.
           PERFORM VARYING WS-ATTENTE-IDX FROM 1 BY 1
                   UNTIL WS-ATTENTE-IDX > WS-ATTENTE-TABLE-COUNT
               MOVE WS-ATTENTE-ENTRY(WS-ATTENTE-IDX) TO WS-ATTENTE-TRAV
               IF WS-ATT-REF = WS-EXT-ORIG-ID
                   MOVE WS-ATTENTE-IDX TO WS-EXT-ATTENTE-IDX
               END-IF
           END-PERFORM.
           IF WS-EXT-ATTENTE-IDX = 0
               DISPLAY "Erreur : virement deja remis en compensation, "
                   "extourne impossible (rappel de fonds)."
               MOVE "Virement externe deja exporte"
                   TO WS-AUDIT-REASON
               PERFORM REJETER-EXTOURNE
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EXT-ORIG-COMPTE TO WS-INPUT-COMPTE.
           PERFORM LIRE-COMPTE-EXTOURNE.
           IF WS-FOUND = "N"
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM RETIRER-ATTENTE-EXPORT.
           ADD WS-EXT-ORIG-MONTANT TO COMPTE-SOLDE.
           REWRITE COMPTE-RECORD.
           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           MOVE WS-EXT-ORIG-MONTANT TO WS-BANQUE-DELTA.
           PERFORM AJUSTER-SOLDE-BANQUE-COMPTE.
           CLOSE COMPTE-FILE.

           MOVE WS-COUNTER          TO WS-TRANS-ID.
           MOVE WS-EXT-ORIG-COMPTE  TO WS-TRANS-COMPTE.
           MOVE WS-TODAY            TO WS-TRANS-DATE.
           MOVE "ExtourneCr"        TO WS-TRANS-TYPE.
           MOVE WS-EXT-ORIG-MONTANT TO WS-TRANS-MONTANT.
           MOVE WS-EXT-ORIG-ID      TO WS-TRANS-DEST.
           MOVE WS-EXT-ORIG-COURS   TO WS-TRANS-COURS.
           PERFORM ECRIRE-TRANSACTION.
           MOVE "Y" TO WS-EXT-OK.

      *    Reecrit virexport.dat sans l'entree WS-EXT-ATTENTE-IDX.
       RETIRER-ATTENTE-EXPORT.
           OPEN OUTPUT EXPORT-ATTENTE-FILE.
           PERFORM VARYING WS-ATTENTE-RESTE FROM 1 BY 1
                   UNTIL WS-ATTENTE-RESTE > WS-ATTENTE-TABLE-COUNT
               IF WS-ATTENTE-RESTE NOT = WS-EXT-ATTENTE-IDX
                   MOVE WS-ATTENTE-ENTRY(WS-ATTENTE-RESTE)
                       TO ATTENTE-RECORD
                   WRITE ATTENTE-RECORD
               END-IF
           END-PERFORM.
           CLOSE EXPORT-ATTENTE-FILE.

      *    Ajoute l'extourne passee au registre extourne.dat.
       ENREGISTRER-EXTOURNE.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND EXTOURNE-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT EXTOURNE-FILE
           END-IF.
           MOVE WS-EXT-ORIG-ID     TO EXT-ORIGINE-ID.
           MOVE WS-EXT-ORIG-DATE   TO EXT-ORIGINE-DATE.
           MOVE WS-EXT-ORIG-TYPE   TO EXT-ORIGINE-TYPE.
           MOVE WS-TODAY           TO EXT-DATE.
           MOVE WS-EXT-PREMIER-ID  TO EXT-ID.
           MOVE WS-OPER-ID         TO EXT-OPERATEUR.
           MOVE WS-EXT-SUPERVISEUR TO EXT-SUPERVISEUR.
           MOVE WS-EXT-MOTIF       TO EXT-MOTIF.
           WRITE EXTOURNE-RECORD.
           CLOSE EXTOURNE-FILE.

      *    Traitement de nuit (invoque via TRAITEMENT-PRINCIPAL avec le
      *    parametre "BATCH") : enchaine les etapes de WS-CTL-ETAPES
      *    sans aucune saisie interactive, sous le controle du
      *    fichier batchctl_<date>.dat. Chaque etape y est marquee en
      *    cours avant d'etre lancee et terminee apres : un arret en
      *    plein traitement laisse donc l'etape fautive en cours. Un
      *    second lancement normal la meme journee est refuse (il
      *    rejouerait ordres permanents et echeances) ; "BATCH
      *    RESTART" saute les etapes terminees et reprend a l'etape
      *    interrompue ou en echec. Le deroulement est trace dans
      *    batchlog_<date>.txt pour l'exploitation du matin.
       TRAITEMENT-NOCTURNE.
           DISPLAY "=== Traitement nocturne (batch) ===".
           PERFORM CHARGER-CONTROLE-BATCH.
           MOVE SPACES TO WS-LOG-FILENAME.
           STRING "batchlog_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-LOG-FILENAME.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-HORODATE.
           MOVE SPACES TO WS-LOG-LIGNE.
           IF WS-BATCH-REPRISE = "Y"
               STRING "TRAITEMENT NOCTURNE DU " DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      " - REPRISE LANCEE LE " DELIMITED BY SIZE
                      WS-LOG-HORODATE DELIMITED BY SIZE
                      INTO WS-LOG-LIGNE
           ELSE
               STRING "TRAITEMENT NOCTURNE DU " DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      " - LANCEMENT LE " DELIMITED BY SIZE
                      WS-LOG-HORODATE DELIMITED BY SIZE
                      INTO WS-LOG-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE-JOURNAL-BATCH.

           IF WS-CTL-EXISTE = "Y" AND WS-BATCH-REPRISE NOT = "Y"
               DISPLAY "Traitement nocturne deja lance pour la "
                   "journee " WS-TODAY " : relancer en mode "
                   "BATCH RESTART."
               MOVE SPACES TO WS-LOG-LIGNE
               STRING "LANCEMENT REFUSE : TRAITEMENT DEJA LANCE, "
                      DELIMITED BY SIZE
                      "RELANCER EN MODE BATCH RESTART"
                      DELIMITED BY SIZE
                      INTO WS-LOG-LIGNE
               PERFORM ECRIRE-LIGNE-JOURNAL-BATCH
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LOG-LIGNE.
           STRING "ET NOM          ETAT       DEBUT          "
                  DELIMITED BY SIZE
                  "FIN            MVTS    TRAITES" DELIMITED BY SIZE
                  INTO WS-LOG-LIGNE.
           PERFORM ECRIRE-LIGNE-JOURNAL-BATCH.

           MOVE "N" TO WS-CTL-ARRET.
           MOVE "N" TO WS-CTL-REPORT-AUDIT.
           MOVE 0 TO WS-CTL-EXECUTEES.
           MOVE 0 TO WS-CTL-SAUTEES.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-NB-ETAPES
                      OR WS-CTL-ARRET = "Y"
               PERFORM EXECUTER-ETAPE-BATCH
           END-PERFORM.

      *    Une etape terminee avec anomalies, dans ce lancement ou un
      *    precedent de la journee, marque tout le traitement.
           MOVE "N" TO WS-CTL-AVEC-ANOMALIES.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-NB-ETAPES
               IF WS-CTL-E-STATUT(WS-CTL-IDX) = "A"
                   MOVE "Y" TO WS-CTL-AVEC-ANOMALIES
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LOG-LIGNE.
           IF WS-CTL-ARRET = "Y"
               STRING "TRAITEMENT INTERROMPU : RELANCER EN MODE "
                      DELIMITED BY SIZE
                      "BATCH RESTART APRES CORRECTION"
                      DELIMITED BY SIZE
                      INTO WS-LOG-LIGNE
           ELSE
               STRING "FIN DU TRAITEMENT : " DELIMITED BY SIZE
                      WS-CTL-EXECUTEES DELIMITED BY SIZE
                      " ETAPE(S) EXECUTEE(S), " DELIMITED BY SIZE
                      WS-CTL-SAUTEES DELIMITED BY SIZE
                      " SAUTEE(S)" DELIMITED BY SIZE
                      INTO WS-LOG-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE-JOURNAL-BATCH.
           IF WS-CTL-AVEC-ANOMALIES = "Y"
               DISPLAY "Traitement nocturne termine AVEC ANOMALIES "
                   "(voir integrite_" WS-TODAY ".txt)."
               MOVE SPACES TO WS-LOG-LIGNE
               STRING "TRAITEMENT AVEC ANOMALIES : VOIR LE RAPPORT "
                      DELIMITED BY SIZE
                      "D'INTEGRITE integrite_" DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-LOG-LIGNE
               PERFORM ECRIRE-LIGNE-JOURNAL-BATCH
           END-IF.
           DISPLAY "Journal d'exploitation : " WS-LOG-FILENAME.
           DISPLAY "=== Fin du traitement nocturne ===".

      *    Execute l'etape WS-CTL-IDX sous controle. Les passes qui
      *    ecrivent des mouvements (cheques, prelevements recus,
      *    echeances a terme, ordres permanents, echeances de prets)
      *    exigent une journee comptable ouverte, comme les
      *    mouvements guichet : lancees journee fermee, elles
      *    dateraient des mouvements d'une journee deja arretee
      *    qu'aucune extraction comptable ne ventilerait. Elles sont
      *    alors reportees (statut R, un seul rejet en audit) et
      *    seront rattrapees au prochain batch en journee ouverte.
      *    Les editions et la sauvegarde restent executees. Une
      *    etape reprise apres un arret est relancee en entier, sauf
      *    les releves qui repartent apres le dernier client termine.
       EXECUTER-ETAPE-BATCH.
           IF WS-CTL-E-STATUT(WS-CTL-IDX) = "T" OR
              WS-CTL-E-STATUT(WS-CTL-IDX) = "A"
               ADD 1 TO WS-CTL-SAUTEES
               MOVE "SAUTEE" TO WS-LOG-ETAT
               PERFORM ECRIRE-ETAPE-JOURNAL-BATCH
               EXIT PARAGRAPH
           END-IF.

           IF WS-CTL-ETAPE-MVT(WS-CTL-IDX) = "O" AND
              WS-JOURNEE-STATUT NOT = "O"
               IF WS-CTL-REPORT-AUDIT = "N"
                   DISPLAY "Journee comptable fermee : cheques, "
                       "prelevements recus, echeances a terme, "
                       "ordres permanents et echeances de prets "
                       "reportes."
                   MOVE ZERO TO WS-INPUT-COMPTE
                   MOVE ZERO TO WS-INPUT-MONTANT
                   MOVE "Journee" TO WS-TRANS-TYPE
                   MOVE "Journee fermee : batch reporte"
                       TO WS-AUDIT-REASON
                   MOVE ZERO TO WS-AUDIT-DEST
                   PERFORM ENREGISTRER-AUDIT-REJET
                   MOVE "Y" TO WS-CTL-REPORT-AUDIT
               END-IF
               MOVE "R" TO WS-CTL-E-STATUT(WS-CTL-IDX)
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WS-CTL-E-DEBUT(WS-CTL-IDX)
               MOVE WS-CTL-E-DEBUT(WS-CTL-IDX)
                   TO WS-CTL-E-FIN(WS-CTL-IDX)
               PERFORM SAUVEGARDER-CONTROLE-BATCH
               MOVE "REPORTEE" TO WS-LOG-ETAT
               PERFORM ECRIRE-ETAPE-JOURNAL-BATCH
               EXIT PARAGRAPH
           END-IF.

           IF WS-CTL-E-STATUT(WS-CTL-IDX) = "E" OR
              WS-CTL-E-STATUT(WS-CTL-IDX) = "F"
               MOVE WS-CTL-E-DERNIER-CLIENT(WS-CTL-IDX)
                   TO WS-CTL-CLIENT-REPRISE
               DISPLAY "Reprise de l'etape "
                   WS-CTL-ETAPE-NOM(WS-CTL-IDX) "."
           ELSE
               MOVE 0 TO WS-CTL-CLIENT-REPRISE
               MOVE 0 TO WS-CTL-E-NB-MVTS(WS-CTL-IDX)
               MOVE 0 TO WS-CTL-E-NB-TRAITES(WS-CTL-IDX)
               MOVE 0 TO WS-CTL-E-DERNIER-CLIENT(WS-CTL-IDX)
           END-IF.
           MOVE "E" TO WS-CTL-E-STATUT(WS-CTL-IDX).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-CTL-E-DEBUT(WS-CTL-IDX).
           MOVE 0 TO WS-CTL-E-FIN(WS-CTL-IDX).
           PERFORM SAUVEGARDER-CONTROLE-BATCH.

           MOVE WS-COUNTER TO WS-CTL-COMPTEUR-DEBUT.
           MOVE "N" TO WS-CTL-ECHEC.
           MOVE "N" TO WS-CTL-ANOMALIE.
           EVALUATE WS-CTL-IDX
               WHEN 1
                   PERFORM TRAITER-CHEQUES-NOCTURNE
               WHEN 2
                   PERFORM IMPORTER-PRELEVEMENTS
               WHEN 3
                   PERFORM TRAITER-ECHEANCES-TERME
               WHEN 4
                   PERFORM EXECUTER-ORDRES-PERMANENTS
               WHEN 5
                   PERFORM TRAITER-ECHEANCES-PRETS
               WHEN 6
                   PERFORM SCANNER-DORMANCE
               WHEN 7
                   PERFORM EXTRAIRE-COMPTABILITE
               WHEN 8
                   PERFORM RAPPORT-SURVEILLANCE
               WHEN 9
                   PERFORM CONTROLER-INTEGRITE
                   IF WS-INTEG-NB NOT = 0
                       MOVE "Y" TO WS-CTL-ANOMALIE
                   END-IF
               WHEN 10
                   PERFORM RAPPORT-KYC
               WHEN 11
                   PERFORM EDITER-AVIS-CLIENTS
               WHEN 12
                   PERFORM GENERER-RELEVES-NOCTURNES
               WHEN 13
                   PERFORM SAUVEGARDER-FICHIERS-MAITRES
           END-EVALUATE.

           COMPUTE WS-CTL-NB-MVTS = WS-COUNTER - WS-CTL-COMPTEUR-DEBUT.
           ADD WS-CTL-NB-MVTS TO WS-CTL-E-NB-MVTS(WS-CTL-IDX).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-CTL-E-FIN(WS-CTL-IDX).
           IF WS-CTL-ECHEC = "Y"
               MOVE "F" TO WS-CTL-E-STATUT(WS-CTL-IDX)
               MOVE "ECHEC" TO WS-LOG-ETAT
               MOVE "Y" TO WS-CTL-ARRET
           ELSE
               IF WS-CTL-ANOMALIE = "Y"
                   MOVE "A" TO WS-CTL-E-STATUT(WS-CTL-IDX)
                   MOVE "ANOMALIES" TO WS-LOG-ETAT
               ELSE
                   MOVE "T" TO WS-CTL-E-STATUT(WS-CTL-IDX)
                   MOVE "TERMINEE" TO WS-LOG-ETAT
               END-IF
           END-IF.
           ADD 1 TO WS-CTL-EXECUTEES.
           PERFORM SAUVEGARDER-CONTROLE-BATCH.
           PERFORM ECRIRE-ETAPE-JOURNAL-BATCH.

      *    Etape des releves : parcourt tous les clients et produit,
      *    pour chacun, la liste de ses comptes et un releve par
      *    compte. Chaque client termine est pointe au controle ; en
      *    reprise, la lecture repart apres le dernier client pointe.
       GENERER-RELEVES-NOCTURNES.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT CLIENT-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier client: " WS-STATUS
               MOVE "Y" TO WS-CTL-ECHEC
               EXIT PARAGRAPH
           END-IF.

           IF WS-CTL-CLIENT-REPRISE NOT = 0
               DISPLAY "Reprise des releves apres le client "
                   WS-CTL-CLIENT-REPRISE "."
               MOVE WS-CTL-CLIENT-REPRISE TO CLIENT-ID
               START CLIENT-FILE KEY > CLIENT-ID
                   INVALID KEY
                       MOVE "10" TO WS-STATUS
               END-START
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       DISPLAY "Client : " CLIENT-ID " " CLIENT-NAME
                       MOVE CLIENT-ID TO WS-INPUT-ID
                       PERFORM AFFICHER-COMPTES-CLIENT
                       PERFORM GENERER-RELEVES-CLIENT
                       PERFORM POINTER-CLIENT-RELEVES
               END-READ
           END-PERFORM.
           CLOSE CLIENT-FILE.

      *    Point de reprise des releves : dernier client termine.
       POINTER-CLIENT-RELEVES.
           MOVE WS-INPUT-ID TO WS-CTL-E-DERNIER-CLIENT(WS-CTL-IDX).
           ADD 1 TO WS-CTL-E-NB-TRAITES(WS-CTL-IDX).
           PERFORM SAUVEGARDER-CONTROLE-BATCH.
           MOVE "00" TO WS-STATUS.

      *    Charge le controle de la journee WS-TODAY dans
      *    WS-CTL-TABLE, une entree par etape (a faire si le fichier
      *    est absent). WS-CTL-EXISTE signale qu'au moins une etape
      *    a deja ete lancee pour cette journee.
       CHARGER-CONTROLE-BATCH.
           MOVE SPACES TO WS-CTL-FILENAME.
           STRING "batchctl_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-CTL-FILENAME.
           MOVE "N" TO WS-CTL-EXISTE.
           PERFORM VARYING WS-CTL-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-CTL-SAVE-IDX > WS-CTL-NB-ETAPES
               MOVE WS-TODAY TO WS-CTL-E-DATE(WS-CTL-SAVE-IDX)
               MOVE WS-CTL-SAVE-IDX TO WS-CTL-E-ETAPE(WS-CTL-SAVE-IDX)
               MOVE WS-CTL-ETAPE-NOM(WS-CTL-SAVE-IDX)
                   TO WS-CTL-E-NOM(WS-CTL-SAVE-IDX)
               MOVE SPACE TO WS-CTL-E-STATUT(WS-CTL-SAVE-IDX)
               MOVE 0 TO WS-CTL-E-DEBUT(WS-CTL-SAVE-IDX)
               MOVE 0 TO WS-CTL-E-FIN(WS-CTL-SAVE-IDX)
               MOVE 0 TO WS-CTL-E-NB-MVTS(WS-CTL-SAVE-IDX)
               MOVE 0 TO WS-CTL-E-NB-TRAITES(WS-CTL-SAVE-IDX)
               MOVE 0 TO WS-CTL-E-DERNIER-CLIENT(WS-CTL-SAVE-IDX)
           END-PERFORM.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT BATCHCTL-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ BATCHCTL-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF CTL-ETAPE >= 1 AND
                          CTL-ETAPE <= WS-CTL-NB-ETAPES
                           MOVE BATCHCTL-RECORD
                               TO WS-CTL-ENTRY(CTL-ETAPE)
                           IF CTL-STATUT NOT = SPACE
                               MOVE "Y" TO WS-CTL-EXISTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCHCTL-FILE.
           MOVE "00" TO WS-STATUS.

      *    Reecrit le controle de la journee a partir de WS-CTL-TABLE.
       SAUVEGARDER-CONTROLE-BATCH.
           MOVE "00" TO WS-STATUS.
           OPEN OUTPUT BATCHCTL-FILE.
           PERFORM VARYING WS-CTL-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-CTL-SAVE-IDX > WS-CTL-NB-ETAPES
               MOVE WS-CTL-ENTRY(WS-CTL-SAVE-IDX) TO BATCHCTL-RECORD
               WRITE BATCHCTL-RECORD
           END-PERFORM.
           CLOSE BATCHCTL-FILE.

      *    Ligne du journal d'exploitation pour l'etape WS-CTL-IDX,
      *    avec l'etat WS-LOG-ETAT.
       ECRIRE-ETAPE-JOURNAL-BATCH.
           MOVE SPACES TO WS-LOG-LIGNE.
           STRING WS-CTL-IDX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CTL-ETAPE-NOM(WS-CTL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-ETAT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CTL-E-DEBUT(WS-CTL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CTL-E-FIN(WS-CTL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CTL-E-NB-MVTS(WS-CTL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CTL-E-NB-TRAITES(WS-CTL-IDX) DELIMITED BY SIZE
                  INTO WS-LOG-LIGNE.
           PERFORM ECRIRE-LIGNE-JOURNAL-BATCH.

      *    Ajoute WS-LOG-LIGNE au journal d'exploitation (ouverture
      *    et fermeture par ligne pour qu'un arret n'en perde rien).
       ECRIRE-LIGNE-JOURNAL-BATCH.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND BATCHLOG-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT BATCHLOG-FILE
           END-IF.
           MOVE WS-LOG-LIGNE TO BATCHLOG-LINE.
           WRITE BATCHLOG-LINE.
           CLOSE BATCHLOG-FILE.
           MOVE "00" TO WS-STATUS.

      *    Genere le releve de chaque compte du client WS-INPUT-ID.
      *    Les numeros de compte sont d'abord collectes dans une table
      *    (COMPTE-FILE doit etre ferme avant d'appeler
      *    GENERER-RELEVE-COMPTE, qui le reouvre lui-meme).
       GENERER-RELEVES-CLIENT.
      *    CLIENT-FILE du traitement nocturne.
           MOVE "00" TO WS-STATUS.

      *    Controle d'integrite croise des fichiers de donnees, apres
      *    fermetures, restaurations et reparations de journal :
      *    clients et comptes rattaches a une agence ou un client
      *    disparus, lignes de mandat.dat, ordre.dat, depotterme.dat,
      *    cheque.dat, chequier.dat et opposition.dat pointant un
      *    compte ferme, comptes a terme sans contrat, ordres
      *    permanents en retard, BANQUE-NB-CLIENTS en desaccord avec
      *    client.dat, ID de transidx.dat au-dela du compteur. Rien
      *    n'est corrige : les anomalies sont listees par agence dans
      *    integrite_<date>.txt (celles dont le compte a disparu,
      *    sans agence connue, en fin de rapport).
       CONTROLER-INTEGRITE.
           DISPLAY "Controle d'integrite des fichiers.".
           MOVE "N" TO WS-CTL-ECHEC.
           MOVE 0 TO WS-INTEG-TABLE-COUNT.
           MOVE 0 TO WS-INTEG-NB.
           PERFORM CHARGER-BANQUES.
           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > 20
               MOVE 0 TO WS-INTEG-CLI-NB(WS-BANQUE-IDX)
           END-PERFORM.
           PERFORM CHARGER-CONTRATS-TERME.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT CLIENT-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier client: " WS-STATUS
               MOVE "Y" TO WS-CTL-ECHEC
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLER-CLIENTS-INTEG.
           PERFORM CONTROLER-NB-CLIENTS-INTEG.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               CLOSE CLIENT-FILE
               MOVE "Y" TO WS-CTL-ECHEC
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLER-COMPTES-INTEG.
           PERFORM CONTROLER-MANDATS-INTEG.
           PERFORM CONTROLER-ORDRES-INTEG.
           PERFORM CONTROLER-TERMES-INTEG.
           PERFORM CONTROLER-CHEQUES-INTEG.
           PERFORM CONTROLER-CHEQUIERS-INTEG.
           PERFORM CONTROLER-OPPOSITIONS-INTEG.
           PERFORM CONTROLER-TRANSACTIONS-INTEG.
           CLOSE COMPTE-FILE.
           CLOSE CLIENT-FILE.
           MOVE "00" TO WS-STATUS.

           PERFORM ECRIRE-RAPPORT-INTEGRITE.
           DISPLAY WS-INTEG-NB " anomalie(s), rapport : "
               WS-INTEG-FILENAME.

      *    Clients : agence existante, et decompte des clients par
      *    agence pour le rapprochement de BANQUE-NB-CLIENTS.
       CONTROLER-CLIENTS-INTEG.
           PERFORM UNTIL WS-STATUS = "10"
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE CLIENT-BANQUE-ID TO WS-BANQUE-ID-CIBLE
                       PERFORM RECHERCHER-BANQUE
                       IF WS-BANQUE-FOUND-IDX = 0
                           MOVE 0 TO WS-INTEG-AGENCE
                           MOVE SPACES TO WS-INTEG-LIGNE
                           STRING "client.dat   client "
                                  DELIMITED BY SIZE
                                  CLIENT-ID DELIMITED BY SIZE
                                  " : agence " DELIMITED BY SIZE
                                  CLIENT-BANQUE-ID DELIMITED BY SIZE
                                  " inexistante" DELIMITED BY SIZE
                                  INTO WS-INTEG-LIGNE
                           PERFORM AJOUTER-ANOMALIE-INTEG
                       ELSE
                           ADD 1 TO
                               WS-INTEG-CLI-NB(WS-BANQUE-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-STATUS.

       CONTROLER-NB-CLIENTS-INTEG.
           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
               IF WS-INTEG-CLI-NB(WS-BANQUE-IDX) NOT =
                  WS-BANQUE-ENTRY-NB-CLIENTS(WS-BANQUE-IDX)
                   MOVE WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                       TO WS-INTEG-AGENCE
                   MOVE SPACES TO WS-INTEG-LIGNE
                   STRING "banque.dat   BANQUE-NB-CLIENTS "
                          DELIMITED BY SIZE
                          WS-BANQUE-ENTRY-NB-CLIENTS(WS-BANQUE-IDX)
                          DELIMITED BY SIZE
                          ", client.dat " DELIMITED BY SIZE
                          WS-INTEG-CLI-NB(WS-BANQUE-IDX)
                          DELIMITED BY SIZE
                          INTO WS-INTEG-LIGNE
                   PERFORM AJOUTER-ANOMALIE-INTEG
               END-IF
           END-PERFORM.

      *    Comptes : client titulaire et agence existants, contrat
      *    present pour un compte a terme. CLIENT-FILE reste ouvert
      *    pour les acces directs.
       CONTROLER-COMPTES-INTEG.
           PERFORM UNTIL WS-STATUS = "10"
               READ COMPTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       PERFORM CONTROLER-UN-COMPTE-INTEG
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-STATUS.

       CONTROLER-UN-COMPTE-INTEG.
           MOVE COMPTE-BANQUE-ID TO WS-INTEG-AGENCE.
           MOVE COMPTE-CLIENT-ID TO CLIENT-ID.
           READ CLIENT-FILE
               INVALID KEY
                   MOVE SPACES TO WS-INTEG-LIGNE
                   STRING "compte.dat   compte " DELIMITED BY SIZE
                          COMPTE-NUM DELIMITED BY SIZE
                          " : client " DELIMITED BY SIZE
                          COMPTE-CLIENT-ID DELIMITED BY SIZE
                          " inexistant" DELIMITED BY SIZE
                          INTO WS-INTEG-LIGNE
                   PERFORM AJOUTER-ANOMALIE-INTEG
           END-READ.

           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           PERFORM RECHERCHER-BANQUE.
           IF WS-BANQUE-FOUND-IDX = 0
               MOVE SPACES TO WS-INTEG-LIGNE
               STRING "compte.dat   compte " DELIMITED BY SIZE
                      COMPTE-NUM DELIMITED BY SIZE
                      " : agence " DELIMITED BY SIZE
                      COMPTE-BANQUE-ID DELIMITED BY SIZE
                      " inexistante" DELIMITED BY SIZE
                      INTO WS-INTEG-LIGNE
               PERFORM AJOUTER-ANOMALIE-INTEG
           END-IF.

           IF COMPTE-TYPE = "Terme"
               MOVE COMPTE-NUM TO WS-CONTRAT-COMPTE-CIBLE
               PERFORM RECHERCHER-CONTRAT-TERME
               IF WS-CONTRAT-FOUND-IDX = 0
                   MOVE SPACES TO WS-INTEG-LIGNE
                   STRING "compte.dat   compte a terme "
                          DELIMITED BY SIZE
                          COMPTE-NUM DELIMITED BY SIZE
                          " sans contrat" DELIMITED BY SIZE
                          INTO WS-INTEG-LIGNE
                   PERFORM AJOUTER-ANOMALIE-INTEG
               END-IF
           END-IF.

      *    Verifie que le compte WS-INTEG-COMPTE existe encore
      *    (COMPTE-FILE ouvert) : WS-FOUND vaut "N" s'il a ete ferme,
      *    et WS-INTEG-AGENCE porte son agence quand il existe.
       LIRE-COMPTE-INTEG.
           MOVE 0 TO WS-INTEG-AGENCE.
           MOVE WS-INTEG-COMPTE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE COMPTE-BANQUE-ID TO WS-INTEG-AGENCE
           END-READ.

      *    Ligne d'anomalie "compte ferme" pour le fichier
      *    WS-INTEG-FICHIER et le compte WS-INTEG-COMPTE.
       SIGNALER-COMPTE-FERME-INTEG.
           MOVE SPACES TO WS-INTEG-LIGNE.
           STRING WS-INTEG-FICHIER DELIMITED BY SIZE
                  " compte " DELIMITED BY SIZE
                  WS-INTEG-COMPTE DELIMITED BY SIZE
                  " ferme ou inexistant" DELIMITED BY SIZE
                  INTO WS-INTEG-LIGNE.
           PERFORM AJOUTER-ANOMALIE-INTEG.

      *    Mandats : compte et client rattache existants (l'agence du
      *    client sert au classement quand le compte a disparu).
       CONTROLER-MANDATS-INTEG.
           MOVE "mandat.dat  " TO WS-INTEG-FICHIER.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT MANDAT-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ MANDAT-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE MANDAT-COMPTE TO WS-INTEG-COMPTE
                       PERFORM LIRE-COMPTE-INTEG
                       MOVE MANDAT-CLIENT TO CLIENT-ID
                       READ CLIENT-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-INTEG-LIGNE
                               STRING "mandat.dat   compte "
                                      DELIMITED BY SIZE
                                      MANDAT-COMPTE DELIMITED BY SIZE
                                      " : client " DELIMITED BY SIZE
                                      MANDAT-CLIENT DELIMITED BY SIZE
                                      " inexistant" DELIMITED BY SIZE
                                      INTO WS-INTEG-LIGNE
                               PERFORM AJOUTER-ANOMALIE-INTEG
                           NOT INVALID KEY
                               IF WS-FOUND = "N"
                                   MOVE CLIENT-BANQUE-ID
                                       TO WS-INTEG-AGENCE
                               END-IF
                       END-READ
                       IF WS-FOUND = "N"
                           PERFORM SIGNALER-COMPTE-FERME-INTEG
                       END-IF
                       MOVE "00" TO WS-STATUS
               END-READ
           END-PERFORM.
           CLOSE MANDAT-FILE.
           MOVE "00" TO WS-STATUS.

      *    Ordres permanents : comptes source et destinataire
      *    existants, et prochaine echeance non depassee (hors
      *    ordres arrives a leur date de fin).
       CONTROLER-ORDRES-INTEG.
           MOVE "ordre.dat   " TO WS-INTEG-FICHIER.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT ORDRE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ ORDRE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE ORDRE-COMPTE-DEST TO WS-INTEG-COMPTE
                       PERFORM LIRE-COMPTE-INTEG
                       IF WS-FOUND = "N"
                           PERFORM SIGNALER-COMPTE-FERME-INTEG
                       END-IF
                       MOVE ORDRE-COMPTE-SOURCE TO WS-INTEG-COMPTE
                       PERFORM LIRE-COMPTE-INTEG
                       IF WS-FOUND = "N"
                           PERFORM SIGNALER-COMPTE-FERME-INTEG
                       END-IF
                       IF ORDRE-PROCHAINE-DATE < WS-TODAY AND
                          (ORDRE-DATE-FIN = 0 OR
                           ORDRE-PROCHAINE-DATE <= ORDRE-DATE-FIN)
                           MOVE SPACES TO WS-INTEG-LIGNE
                           STRING "ordre.dat    ordre "
                                  DELIMITED BY SIZE
                                  ORDRE-ID DELIMITED BY SIZE
                                  " : echeance du " DELIMITED BY SIZE
                                  ORDRE-PROCHAINE-DATE
                                  DELIMITED BY SIZE
                                  " depassee" DELIMITED BY SIZE
                                  INTO WS-INTEG-LIGNE
                           PERFORM AJOUTER-ANOMALIE-INTEG
                       END-IF
                       MOVE "00" TO WS-STATUS
               END-READ
           END-PERFORM.
           CLOSE ORDRE-FILE.
           MOVE "00" TO WS-STATUS.

       CONTROLER-TERMES-INTEG.
           MOVE "depotterme.d" TO WS-INTEG-FICHIER.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT TERME-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ TERME-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE TERME-COMPTE TO WS-INTEG-COMPTE
                       PERFORM LIRE-COMPTE-INTEG
                       IF WS-FOUND = "N"
                           PERFORM SIGNALER-COMPTE-FERME-INTEG
                       END-IF
                       MOVE "00" TO WS-STATUS
               END-READ
           END-PERFORM.
           CLOSE TERME-FILE.
           MOVE "00" TO WS-STATUS.

       CONTROLER-CHEQUES-INTEG.
           MOVE "cheque.dat  " TO WS-INTEG-FICHIER.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT CHEQUE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ CHEQUE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE CHQ-COMPTE TO WS-INTEG-COMPTE
                       PERFORM LIRE-COMPTE-INTEG
                       IF WS-FOUND = "N"
                           PERFORM SIGNALER-COMPTE-FERME-INTEG
                       END-IF
                       MOVE "00" TO WS-STATUS
               END-READ
           END-PERFORM.
           CLOSE CHEQUE-FILE.
           MOVE "00" TO WS-STATUS.

       CONTROLER-CHEQUIERS-INTEG.
           MOVE "chequier.dat" TO WS-INTEG-FICHIER.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT CHEQUIER-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ CHEQUIER-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE CHQR-COMPTE TO WS-INTEG-COMPTE
                       PERFORM LIRE-COMPTE-INTEG
                       IF WS-FOUND = "N"
                           PERFORM SIGNALER-COMPTE-FERME-INTEG
                       END-IF
                       MOVE "00" TO WS-STATUS
               END-READ
           END-PERFORM.
           CLOSE CHEQUIER-FILE.
           MOVE "00" TO WS-STATUS.

       CONTROLER-OPPOSITIONS-INTEG.
           MOVE "opposition.d" TO WS-INTEG-FICHIER.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT OPPOSITION-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ OPPOSITION-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE OPPO-COMPTE TO WS-INTEG-COMPTE
                       PERFORM LIRE-COMPTE-INTEG
                       IF WS-FOUND = "N"
                           PERFORM SIGNALER-COMPTE-FERME-INTEG
                       END-IF
                       MOVE "00" TO WS-STATUS
               END-READ
           END-PERFORM.
           CLOSE OPPOSITION-FILE.
           MOVE "00" TO WS-STATUS.

      *    Mouvements dont l'ID atteint ou depasse le compteur relu
      *    dans compteur.dat : la prochaine ecriture entrerait en
      *    collision. Parcours direct a partir du compteur par la cle
      *    primaire.
       CONTROLER-TRANSACTIONS-INTEG.
           PERFORM INITIALISER-COMPTEUR.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COUNTER TO TRANSACTION-ID.
           START TRANSACTION-FILE KEY >= TRANSACTION-ID
               INVALID KEY
                   MOVE "10" TO WS-STATUS
           END-START.
           PERFORM UNTIL WS-STATUS = "10"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE TRANSACTION-COMPTE TO WS-INTEG-COMPTE
                       PERFORM LIRE-COMPTE-INTEG
                       MOVE SPACES TO WS-INTEG-LIGNE
                       STRING "transidx.dat ID " DELIMITED BY SIZE
                              TRANSACTION-ID DELIMITED BY SIZE
                              " >= compteur " DELIMITED BY SIZE
                              WS-COUNTER DELIMITED BY SIZE
                              " (compte " DELIMITED BY SIZE
                              TRANSACTION-COMPTE DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-INTEG-LIGNE
                       PERFORM AJOUTER-ANOMALIE-INTEG
                       MOVE "00" TO WS-STATUS
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           MOVE "00" TO WS-STATUS.

      *    Range l'anomalie WS-INTEG-LIGNE de l'agence WS-INTEG-AGENCE
      *    (au-dela de 500, seules les anomalies sont comptees).
       AJOUTER-ANOMALIE-INTEG.
           ADD 1 TO WS-INTEG-NB.
           IF WS-INTEG-TABLE-COUNT < 500
               ADD 1 TO WS-INTEG-TABLE-COUNT
               MOVE WS-INTEG-AGENCE
                   TO WS-INTEG-E-AGENCE(WS-INTEG-TABLE-COUNT)
               MOVE WS-INTEG-LIGNE
                   TO WS-INTEG-E-LIGNE(WS-INTEG-TABLE-COUNT)
           END-IF.

      *    Rapport d'exceptions : une section par agence connue, puis
      *    les anomalies sans agence connue.
       ECRIRE-RAPPORT-INTEGRITE.
           MOVE SPACES TO WS-INTEG-FILENAME.
           STRING "integrite_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-INTEG-FILENAME.
           OPEN OUTPUT INTEGRITE-FILE.
           MOVE SPACES TO INTEG-LINE.
           STRING "CONTROLE D'INTEGRITE DES FICHIERS - JOURNEE DU "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO INTEG-LINE.
           WRITE INTEG-LINE.

           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
               MOVE SPACES TO INTEG-LINE
               WRITE INTEG-LINE
               MOVE SPACES TO INTEG-LINE
               STRING "AGENCE " DELIMITED BY SIZE
                      WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BANQUE-ENTRY-NAME(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      INTO INTEG-LINE
               WRITE INTEG-LINE
               MOVE 0 TO WS-INTEG-AGENCE-NB
               PERFORM VARYING WS-INTEG-IDX FROM 1 BY 1
                       UNTIL WS-INTEG-IDX > WS-INTEG-TABLE-COUNT
                   IF WS-INTEG-E-AGENCE(WS-INTEG-IDX) =
                      WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                       MOVE WS-INTEG-E-LIGNE(WS-INTEG-IDX)
                           TO INTEG-LINE
                       WRITE INTEG-LINE
                       ADD 1 TO WS-INTEG-AGENCE-NB
                   END-IF
               END-PERFORM
               IF WS-INTEG-AGENCE-NB = 0
                   MOVE "  aucune anomalie" TO INTEG-LINE
                   WRITE INTEG-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO INTEG-LINE.
           WRITE INTEG-LINE.
           MOVE "SANS AGENCE CONNUE (COMPTE OU AGENCE DISPARU)"
               TO INTEG-LINE.
           WRITE INTEG-LINE.
           MOVE 0 TO WS-INTEG-AGENCE-NB.
           PERFORM VARYING WS-INTEG-IDX FROM 1 BY 1
                   UNTIL WS-INTEG-IDX > WS-INTEG-TABLE-COUNT
               MOVE WS-INTEG-E-AGENCE(WS-INTEG-IDX)
                   TO WS-BANQUE-ID-CIBLE
               PERFORM RECHERCHER-BANQUE
               IF WS-BANQUE-FOUND-IDX = 0
                   MOVE WS-INTEG-E-LIGNE(WS-INTEG-IDX) TO INTEG-LINE
                   WRITE INTEG-LINE
                   ADD 1 TO WS-INTEG-AGENCE-NB
               END-IF
           END-PERFORM.
           IF WS-INTEG-AGENCE-NB = 0
               MOVE "  aucune anomalie" TO INTEG-LINE
               WRITE INTEG-LINE
           END-IF.

           MOVE SPACES TO INTEG-LINE.
           WRITE INTEG-LINE.
           MOVE SPACES TO INTEG-LINE.
           STRING "TOTAL : " DELIMITED BY SIZE
                  WS-INTEG-NB DELIMITED BY SIZE
                  " anomalie(s)" DELIMITED BY SIZE
                  INTO INTEG-LINE.
           WRITE INTEG-LINE.
           IF WS-INTEG-NB > WS-INTEG-TABLE-COUNT
               MOVE "  seules les 500 premieres sont detaillees"
                   TO INTEG-LINE
               WRITE INTEG-LINE
           END-IF.
           CLOSE INTEGRITE-FILE.

      *    Dossier d'identification (KYC) des clients : consultation,
      *    mise a jour des pieces (reservee au superviseur, elle
      *    leve le blocage) et rapport des echeances par agence.
       GERER-KYC.
           DISPLAY "==== DOSSIERS D'IDENTIFICATION (KYC) ====".
           DISPLAY "1. Consulter le dossier d'un client".
           DISPLAY "2. Enregistrer des pieces a jour (superviseur)".
           DISPLAY "3. Rapport des pieces expirees et revues dues".
           DISPLAY "Choisissez une option : " WITH NO ADVANCING.
           ACCEPT WS-KYC-CHOIX.

           EVALUATE WS-KYC-CHOIX
               WHEN 1
                   PERFORM AFFICHER-KYC
               WHEN 2
                   PERFORM VERIFIER-ACCES-SUPERVISEUR
                   IF WS-ACCES-OK = "Y"
                       PERFORM METTRE-A-JOUR-KYC
                   END-IF
               WHEN 3
                   PERFORM RAPPORT-KYC
               WHEN OTHER
                   DISPLAY "Option invalide."
           END-EVALUATE.

       AFFICHER-KYC.
           DISPLAY "ID client : " WITH NO ADVANCING.
           ACCEPT WS-KYC-CLIENT-CIBLE.
           PERFORM CHARGER-PARAMETRES.
           PERFORM CHARGER-KYC.
           PERFORM RECHERCHER-KYC.
           IF WS-KYC-FOUND-IDX = 0
               DISPLAY "Aucun dossier KYC pour ce client."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client           : "
               WS-KYC-E-CLIENT(WS-KYC-FOUND-IDX).
           DISPLAY "Date de naissance: "
               WS-KYC-E-NAISSANCE(WS-KYC-FOUND-IDX).
           DISPLAY "Piece            : "
               WS-KYC-E-DOC-TYPE(WS-KYC-FOUND-IDX) " "
               WS-KYC-E-DOC-NUMERO(WS-KYC-FOUND-IDX)
               " expire le "
               WS-KYC-E-DOC-EXPIRATION(WS-KYC-FOUND-IDX).
           DISPLAY "Nationalite      : "
               WS-KYC-E-NATIONALITE(WS-KYC-FOUND-IDX).
           DISPLAY "Risque           : "
               WS-KYC-E-RISQUE(WS-KYC-FOUND-IDX).
           DISPLAY "Derniere revue   : "
               WS-KYC-E-DATE-REVUE(WS-KYC-FOUND-IDX)
               " par l'operateur "
               WS-KYC-E-VALIDEUR(WS-KYC-FOUND-IDX).
           DISPLAY "Prochaine revue  : "
               WS-KYC-E-PROCHAINE(WS-KYC-FOUND-IDX).
           PERFORM VERIFIER-KYC-CLIENT.
           IF WS-KYC-BLOQUE = "Y"
               DISPLAY "Dossier echu au-dela du delai de grace : "
                   "mouvements et ouvertures refuses."
           END-IF.

      *    Enregistrement de pieces a jour par un superviseur : le
      *    dossier est ressaisi en entier et la revue repart de la
      *    date du jour.
       METTRE-A-JOUR-KYC.
           DISPLAY "ID client : " WITH NO ADVANCING.
           ACCEPT WS-KYC-CLIENT-CIBLE.
           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT CLIENT-FILE.
           IF WS-STATUS = "00"
               MOVE WS-KYC-CLIENT-CIBLE TO CLIENT-ID
               READ CLIENT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE CLIENT-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.
           IF WS-FOUND = "N"
               DISPLAY "Erreur : client non trouve."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Client : " CLIENT-NAME.

           PERFORM SAISIR-KYC.
           IF WS-KYC-SAISIE-OK NOT = "Y"
               DISPLAY "Dossier KYC inchange."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KYC-CLIENT-CIBLE TO WS-KYC-S-CLIENT.
           PERFORM ENREGISTRER-KYC.
           DISPLAY "Dossier KYC mis a jour, prochaine revue le "
               WS-KYC-S-PROCHAINE ".".

      *    Saisie controlee d'un dossier KYC dans WS-KYC-SAISIE
      *    (le client est pose par l'appelant). La revue est datee du
      *    jour et la suivante calculee selon le risque : tous les
      *    ans (E eleve), 3 ans (M moyen) ou 5 ans (F faible).
       SAISIR-KYC.
           MOVE "N" TO WS-KYC-SAISIE-OK.
           DISPLAY "Date de naissance (AAAAMMJJ) : "
               WITH NO ADVANCING.
           ACCEPT WS-KYC-S-NAISSANCE.
           MOVE WS-KYC-S-NAISSANCE TO WS-DATE-CTRL.
           PERFORM CONTROLER-DATE-CALENDRIER.
           IF WS-DATE-VALIDE NOT = "Y" OR
              WS-KYC-S-NAISSANCE >= WS-TODAY
               DISPLAY "Erreur : date de naissance invalide."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Piece d'identite (CI carte, PP passeport, "
               "TS titre de sejour) : " WITH NO ADVANCING.
           ACCEPT WS-KYC-S-DOC-TYPE.
           IF WS-KYC-S-DOC-TYPE NOT = "CI" AND
              WS-KYC-S-DOC-TYPE NOT = "PP" AND
              WS-KYC-S-DOC-TYPE NOT = "TS"
               DISPLAY "Erreur : type de piece invalide."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero de la piece : " WITH NO ADVANCING.
           ACCEPT WS-KYC-S-DOC-NUMERO.
           IF WS-KYC-S-DOC-NUMERO = SPACES
               DISPLAY "Erreur : numero de piece obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date d'expiration (AAAAMMJJ) : "
               WITH NO ADVANCING.
           ACCEPT WS-KYC-S-DOC-EXPIRATION.
           MOVE WS-KYC-S-DOC-EXPIRATION TO WS-DATE-CTRL.
           PERFORM CONTROLER-DATE-CALENDRIER.
           IF WS-DATE-VALIDE NOT = "Y" OR
              WS-KYC-S-DOC-EXPIRATION <= WS-TODAY
               DISPLAY "Erreur : piece expiree ou date invalide."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nationalite (code pays, ex: FRA) : "
               WITH NO ADVANCING.
           ACCEPT WS-KYC-S-NATIONALITE.
           IF WS-KYC-S-NATIONALITE = SPACES
               DISPLAY "Erreur : nationalite obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Niveau de risque (F faible, M moyen, E eleve) : "
               WITH NO ADVANCING.
           ACCEPT WS-KYC-S-RISQUE.
           EVALUATE WS-KYC-S-RISQUE
               WHEN "F"
                   MOVE 5 TO WS-KYC-ANS
               WHEN "M"
                   MOVE 3 TO WS-KYC-ANS
               WHEN "E"
                   MOVE 1 TO WS-KYC-ANS
               WHEN OTHER
                   DISPLAY "Erreur : niveau de risque invalide."
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-TODAY TO WS-KYC-S-DATE-REVUE.
           MOVE WS-TODAY TO WS-KYC-DATE-CALC-N.
           ADD WS-KYC-ANS TO WS-KYC-CALC-AAAA.
           IF WS-KYC-CALC-MM = 2 AND WS-KYC-CALC-JJ = 29
               MOVE 28 TO WS-KYC-CALC-JJ
           END-IF.
           MOVE WS-KYC-DATE-CALC-N TO WS-KYC-S-PROCHAINE.
           MOVE WS-OPER-ID TO WS-KYC-S-VALIDEUR.
           MOVE "Y" TO WS-KYC-SAISIE-OK.

      *    Range WS-KYC-SAISIE dans kyc.dat (remplace le dossier du
      *    client s'il existe).
       ENREGISTRER-KYC.
           PERFORM CHARGER-KYC.
           MOVE WS-KYC-S-CLIENT TO WS-KYC-CLIENT-CIBLE.
           PERFORM RECHERCHER-KYC.
           IF WS-KYC-FOUND-IDX = 0
               IF WS-KYC-TABLE-COUNT >= 500
                   DISPLAY "Erreur : fichier KYC plein (500)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KYC-TABLE-COUNT
               MOVE WS-KYC-TABLE-COUNT TO WS-KYC-FOUND-IDX
           END-IF.
           MOVE WS-KYC-SAISIE TO WS-KYC-ENTRY(WS-KYC-FOUND-IDX).
           PERFORM SAUVEGARDER-KYC.

       CHARGER-KYC.
           MOVE 0 TO WS-KYC-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT KYC-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ KYC-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-KYC-TABLE-COUNT
                       IF WS-KYC-TABLE-COUNT <= 500
                           MOVE KYC-RECORD TO
                               WS-KYC-ENTRY(WS-KYC-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KYC-FILE.
           MOVE "00" TO WS-STATUS.

           IF WS-KYC-TABLE-COUNT > 500
               DISPLAY "Attention : plus de 500 dossiers KYC, seuls "
                   "les 500 premiers sont geres."
               MOVE 500 TO WS-KYC-TABLE-COUNT
           END-IF.

       SAUVEGARDER-KYC.
           OPEN OUTPUT KYC-FILE.
           PERFORM VARYING WS-KYC-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-KYC-SAVE-IDX > WS-KYC-TABLE-COUNT
               MOVE WS-KYC-ENTRY(WS-KYC-SAVE-IDX) TO KYC-RECORD
               WRITE KYC-RECORD
           END-PERFORM.
           CLOSE KYC-FILE.
           MOVE "00" TO WS-STATUS.

       RECHERCHER-KYC.
           MOVE 0 TO WS-KYC-FOUND-IDX.
           PERFORM VARYING WS-KYC-IDX FROM 1 BY 1
                   UNTIL WS-KYC-IDX > WS-KYC-TABLE-COUNT
               IF WS-KYC-E-CLIENT(WS-KYC-IDX) = WS-KYC-CLIENT-CIBLE
                   MOVE WS-KYC-IDX TO WS-KYC-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Etat du dossier du client WS-KYC-CLIENT-CIBLE, table
      *    chargee : WS-KYC-ECHU si la piece est expiree ou la revue
      *    depassee, WS-KYC-BLOQUE si l'une des deux l'est depuis
      *    plus que le delai de grace parametre. Un client sans
      *    dossier (anterieur a la tenue des dossiers KYC) n'est pas
      *    bloque : il figure au rapport de nuit.
       VERIFIER-KYC-CLIENT.
           MOVE "N" TO WS-KYC-ECHU.
           MOVE "N" TO WS-KYC-BLOQUE.
           PERFORM RECHERCHER-KYC.
           IF WS-KYC-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-KYC-JOUR-J = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           IF WS-KYC-E-DOC-EXPIRATION(WS-KYC-FOUND-IDX) < WS-TODAY
               MOVE "Y" TO WS-KYC-ECHU
               COMPUTE WS-KYC-LIMITE = FUNCTION INTEGER-OF-DATE
                   (WS-KYC-E-DOC-EXPIRATION(WS-KYC-FOUND-IDX))
                   + WS-PARAM-GRACE-KYC
               IF WS-KYC-LIMITE < WS-KYC-JOUR-J
                   MOVE "Y" TO WS-KYC-BLOQUE
               END-IF
           END-IF.
           IF WS-KYC-E-PROCHAINE(WS-KYC-FOUND-IDX) < WS-TODAY
               MOVE "Y" TO WS-KYC-ECHU
               COMPUTE WS-KYC-LIMITE = FUNCTION INTEGER-OF-DATE
                   (WS-KYC-E-PROCHAINE(WS-KYC-FOUND-IDX))
                   + WS-PARAM-GRACE-KYC
               IF WS-KYC-LIMITE < WS-KYC-JOUR-J
                   MOVE "Y" TO WS-KYC-BLOQUE
               END-IF
           END-IF.

      *    Controle KYC d'un mouvement ou d'une ouverture pour le
      *    client WS-KYC-CLIENT-CIBLE : averti pendant le delai de
      *    grace, refuse au-dela (l'appelant trace le rejet en audit
      *    quand WS-KYC-BLOQUE vaut "Y").
       CONTROLER-KYC-OPERATION.
           PERFORM CHARGER-PARAMETRES.
           PERFORM CHARGER-KYC.
           PERFORM VERIFIER-KYC-CLIENT.
           IF WS-KYC-BLOQUE = "Y"
               DISPLAY "Dossier KYC du client " WS-KYC-CLIENT-CIBLE
                   " echu : operation refusee jusqu'a "
                   "l'enregistrement de pieces a jour (option 42)."
           ELSE
               IF WS-KYC-ECHU = "Y"
                   DISPLAY "Attention : dossier KYC du client "
                       WS-KYC-CLIENT-CIBLE " a regulariser "
                       "(delai de grace en cours)."
               END-IF
           END-IF.

      *    Rapport de nuit des dossiers KYC a regulariser, par
      *    agence : pieces expirees, revues depassees (BLOQUE au-dela
      *    du delai de grace) et clients sans dossier.
       RAPPORT-KYC.
           DISPLAY "Rapport des dossiers KYC a regulariser.".
           PERFORM CHARGER-PARAMETRES.
           PERFORM CHARGER-BANQUES.
           PERFORM CHARGER-KYC.
           MOVE 0 TO WS-KYC-NB-ECHUS.
           MOVE SPACES TO WS-KYC-FILENAME.
           STRING "kyc_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-KYC-FILENAME.
           OPEN OUTPUT KYC-RAPPORT-FILE.
           MOVE SPACES TO KYC-RAPPORT-LINE.
           STRING "DOSSIERS KYC A REGULARISER - JOURNEE DU "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO KYC-RAPPORT-LINE.
           WRITE KYC-RAPPORT-LINE.

           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
               MOVE SPACES TO KYC-RAPPORT-LINE
               WRITE KYC-RAPPORT-LINE
               MOVE SPACES TO KYC-RAPPORT-LINE
               STRING "AGENCE " DELIMITED BY SIZE
                      WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BANQUE-ENTRY-NAME(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      INTO KYC-RAPPORT-LINE
               WRITE KYC-RAPPORT-LINE
               MOVE 0 TO WS-KYC-NB-LIGNES
               PERFORM PARCOURIR-CLIENTS-KYC
               IF WS-KYC-NB-LIGNES = 0
                   MOVE "  aucun dossier a regulariser"
                       TO KYC-RAPPORT-LINE
                   WRITE KYC-RAPPORT-LINE
               END-IF
           END-PERFORM.
           CLOSE KYC-RAPPORT-FILE.
           DISPLAY WS-KYC-NB-ECHUS " dossier(s) a regulariser, "
               "rapport : " WS-KYC-FILENAME.

      *    Clients de l'agence courante (WS-BANQUE-IDX) dont le
      *    dossier est a regulariser.
       PARCOURIR-CLIENTS-KYC.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT CLIENT-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF CLIENT-BANQUE-ID =
                          WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                           PERFORM ECRIRE-LIGNE-KYC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENT-FILE.
           MOVE "00" TO WS-STATUS.

       ECRIRE-LIGNE-KYC.
           MOVE CLIENT-ID TO WS-KYC-CLIENT-CIBLE.
           PERFORM VERIFIER-KYC-CLIENT.
           IF WS-KYC-FOUND-IDX = 0
               MOVE SPACES TO KYC-RAPPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      CLIENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLIENT-NAME DELIMITED BY SIZE
                      " dossier KYC absent" DELIMITED BY SIZE
                      INTO KYC-RAPPORT-LINE
               WRITE KYC-RAPPORT-LINE
               ADD 1 TO WS-KYC-NB-LIGNES
               ADD 1 TO WS-KYC-NB-ECHUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-KYC-ECHU = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-KYC-BLOQUE = "Y"
               MOVE "BLOQUE" TO WS-KYC-ETAT
           ELSE
               MOVE "EN GRACE" TO WS-KYC-ETAT
           END-IF.
           ADD 1 TO WS-KYC-NB-ECHUS.
           IF WS-KYC-E-DOC-EXPIRATION(WS-KYC-FOUND-IDX) < WS-TODAY
               MOVE SPACES TO KYC-RAPPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      CLIENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLIENT-NAME DELIMITED BY SIZE
                      " piece " DELIMITED BY SIZE
                      WS-KYC-E-DOC-TYPE(WS-KYC-FOUND-IDX)
                      DELIMITED BY SIZE
                      " expiree le " DELIMITED BY SIZE
                      WS-KYC-E-DOC-EXPIRATION(WS-KYC-FOUND-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KYC-ETAT DELIMITED BY SIZE
                      INTO KYC-RAPPORT-LINE
               WRITE KYC-RAPPORT-LINE
               ADD 1 TO WS-KYC-NB-LIGNES
           END-IF.
           IF WS-KYC-E-PROCHAINE(WS-KYC-FOUND-IDX) < WS-TODAY
               MOVE SPACES TO KYC-RAPPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      CLIENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLIENT-NAME DELIMITED BY SIZE
                      " revue due le " DELIMITED BY SIZE
                      WS-KYC-E-PROCHAINE(WS-KYC-FOUND-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-KYC-ETAT DELIMITED BY SIZE
                      INTO KYC-RAPPORT-LINE
               WRITE KYC-RAPPORT-LINE
               ADD 1 TO WS-KYC-NB-LIGNES
           END-IF.

      *    Liste de surveillance et file d'attente conformite, tenues
      *    par les superviseurs : un nom reconnu (client a l'entree en
      *    relation ou a sa modification, beneficiaire d'un virement
      *    externe, donneur d'ordre d'un virement recu) met le dossier
      *    en attente au lieu de le passer, jusqu'a la decision d'un
      *    superviseur (liberation ou rejet, journalisee).
       GERER-CONFORMITE.
           DISPLAY "==== LISTE DE SURVEILLANCE ET CONFORMITE ====".
           DISPLAY "1. Consulter la liste de surveillance".
           DISPLAY "2. Ajouter un nom a la liste".
           DISPLAY "3. Retirer un nom de la liste".
           DISPLAY "4. Charger une nouvelle liste (sanctions.in)".
           DISPLAY "5. Dossiers en attente de conformite".
           DISPLAY "6. Liberer ou rejeter un dossier".
           DISPLAY "7. Filtrer a nouveau la base clients".
           DISPLAY "Choisissez une option : " WITH NO ADVANCING.
           ACCEPT WS-SANC-CHOIX.

           EVALUATE WS-SANC-CHOIX
               WHEN 1
                   PERFORM LISTER-SANCTIONS
               WHEN 2
                   PERFORM AJOUTER-SANCTION
               WHEN 3
                   PERFORM RETIRER-SANCTION
               WHEN 4
                   PERFORM CHARGER-LISTE-SANCTIONS
               WHEN 5
                   PERFORM LISTER-ATTENTE-CONFORMITE
               WHEN 6
                   PERFORM DECIDER-CONFORMITE
               WHEN 7
                   PERFORM FILTRER-BASE-CLIENTS
               WHEN OTHER
                   DISPLAY "Option invalide."
           END-EVALUATE.

       LISTER-SANCTIONS.
           PERFORM CHARGER-SANCTIONS.
           IF WS-SANC-TABLE-COUNT = 0
               DISPLAY "Liste de surveillance vide."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SANC-IDX FROM 1 BY 1
                   UNTIL WS-SANC-IDX > WS-SANC-TABLE-COUNT
               DISPLAY WS-SANC-E-NOM(WS-SANC-IDX) " "
                   WS-SANC-E-TYPE(WS-SANC-IDX) " "
                   WS-SANC-E-REFERENCE(WS-SANC-IDX) " du "
                   WS-SANC-E-DATE(WS-SANC-IDX)
           END-PERFORM.
           DISPLAY WS-SANC-TABLE-COUNT " nom(s) sur la liste.".

      *    Ajout d'un nom a la liste interne (ou d'une sanction
      *    notifiee hors fichier), suivi d'un nouveau filtrage de la
      *    base clients.
       AJOUTER-SANCTION.
           DISPLAY "Nom a surveiller : " WITH NO ADVANCING.
           ACCEPT WS-SANC-S-NOM.
           MOVE FUNCTION UPPER-CASE(WS-SANC-S-NOM) TO WS-SANC-S-NOM.
           IF WS-SANC-S-NOM = SPACES
               DISPLAY "Erreur : nom obligatoire."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Type (O sanction officielle, I liste interne) : "
               WITH NO ADVANCING.
           ACCEPT WS-SANC-S-TYPE.
           IF WS-SANC-S-TYPE NOT = "O" AND WS-SANC-S-TYPE NOT = "I"
               DISPLAY "Erreur : type invalide (O ou I)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reference (texte officiel, note interne) : "
               WITH NO ADVANCING.
           ACCEPT WS-SANC-S-REFERENCE.

           PERFORM CHARGER-SANCTIONS.
           PERFORM RECHERCHER-SANCTION.
           IF WS-SANC-FOUND-IDX NOT = 0
               DISPLAY "Erreur : ce nom est deja sur la liste."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SANC-TABLE-COUNT >= 500
               DISPLAY "Erreur : liste de surveillance pleine (500)."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SANC-TABLE-COUNT.
           MOVE WS-SANC-S-NOM TO WS-SANC-E-NOM(WS-SANC-TABLE-COUNT).
           MOVE WS-SANC-S-TYPE TO WS-SANC-E-TYPE(WS-SANC-TABLE-COUNT).
           MOVE WS-SANC-S-REFERENCE
               TO WS-SANC-E-REFERENCE(WS-SANC-TABLE-COUNT).
           MOVE WS-TODAY TO WS-SANC-E-DATE(WS-SANC-TABLE-COUNT).
           MOVE WS-OPER-ID TO WS-SANC-E-OPERATEUR(WS-SANC-TABLE-COUNT).
           PERFORM SAUVEGARDER-SANCTIONS.
           DISPLAY "Nom ajoute a la liste de surveillance.".
           PERFORM FILTRER-BASE-CLIENTS.

       RETIRER-SANCTION.
           DISPLAY "Nom a retirer (exact) : " WITH NO ADVANCING.
           ACCEPT WS-SANC-S-NOM.
           MOVE FUNCTION UPPER-CASE(WS-SANC-S-NOM) TO WS-SANC-S-NOM.
           PERFORM CHARGER-SANCTIONS.
           PERFORM RECHERCHER-SANCTION.
           IF WS-SANC-FOUND-IDX = 0
               DISPLAY "Erreur : nom absent de la liste."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SANC-IDX FROM WS-SANC-FOUND-IDX BY 1
                   UNTIL WS-SANC-IDX >= WS-SANC-TABLE-COUNT
               MOVE WS-SANC-ENTRY(WS-SANC-IDX + 1)
                   TO WS-SANC-ENTRY(WS-SANC-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-SANC-TABLE-COUNT.
           PERFORM SAUVEGARDER-SANCTIONS.
           DISPLAY "Nom retire de la liste. Les dossiers deja en "
               "attente restent a decider.".

      *    Chargement du fichier recu (sanctions.in), qui remplace la
      *    liste en entier, puis nouveau filtrage de toute la base
      *    clients. Un fichier au-dela de la table est refuse en bloc.
       CHARGER-LISTE-SANCTIONS.
           MOVE 0 TO WS-SANC-NB-LUS.
           MOVE "N" TO WS-SANC-DEBORDE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT SANCTION-IN-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Fichier sanctions.in absent ou illisible: "
                   WS-STATUS
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ SANCTION-IN-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF SIN-NOM NOT = SPACES
                           IF WS-SANC-NB-LUS >= 500
                               MOVE "Y" TO WS-SANC-DEBORDE
                               MOVE "10" TO WS-STATUS
                           ELSE
                               ADD 1 TO WS-SANC-NB-LUS
                               PERFORM RANGER-SANCTION-RECUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCTION-IN-FILE.
           MOVE "00" TO WS-STATUS.

           IF WS-SANC-DEBORDE = "Y"
               DISPLAY "Plus de 500 noms dans sanctions.in : liste "
                   "inchangee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-SANC-NB-LUS " nom(s) lus. Remplacer la liste "
               "actuelle (O/N) ? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "Chargement abandonne, liste inchangee."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SANC-NB-LUS TO WS-SANC-TABLE-COUNT.
           PERFORM SAUVEGARDER-SANCTIONS.
           DISPLAY "Nouvelle liste de surveillance enregistree.".
           PERFORM FILTRER-BASE-CLIENTS.

       RANGER-SANCTION-RECUE.
           MOVE FUNCTION UPPER-CASE(SIN-NOM)
               TO WS-SANC-E-NOM(WS-SANC-NB-LUS).
           IF SIN-TYPE = "I"
               MOVE "I" TO WS-SANC-E-TYPE(WS-SANC-NB-LUS)
           ELSE
               MOVE "O" TO WS-SANC-E-TYPE(WS-SANC-NB-LUS)
           END-IF.
           MOVE SIN-REFERENCE TO WS-SANC-E-REFERENCE(WS-SANC-NB-LUS).
           MOVE WS-TODAY TO WS-SANC-E-DATE(WS-SANC-NB-LUS).
           MOVE WS-OPER-ID TO WS-SANC-E-OPERATEUR(WS-SANC-NB-LUS).

       CHARGER-SANCTIONS.
           MOVE 0 TO WS-SANC-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT SANCTION-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ SANCTION-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-SANC-TABLE-COUNT
                       IF WS-SANC-TABLE-COUNT <= 500
                           MOVE SANCTION-RECORD TO
                               WS-SANC-ENTRY(WS-SANC-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCTION-FILE.
           MOVE "00" TO WS-STATUS.
           IF WS-SANC-TABLE-COUNT > 500
               DISPLAY "Attention : plus de 500 noms sur la liste de "
                   "surveillance, seuls les 500 premiers sont filtres."
               MOVE 500 TO WS-SANC-TABLE-COUNT
           END-IF.

       SAUVEGARDER-SANCTIONS.
           OPEN OUTPUT SANCTION-FILE.
           PERFORM VARYING WS-SANC-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-SANC-SAVE-IDX > WS-SANC-TABLE-COUNT
               MOVE WS-SANC-ENTRY(WS-SANC-SAVE-IDX) TO SANCTION-RECORD
               WRITE SANCTION-RECORD
           END-PERFORM.
           CLOSE SANCTION-FILE.
           MOVE "00" TO WS-STATUS.

       RECHERCHER-SANCTION.
           MOVE 0 TO WS-SANC-FOUND-IDX.
           PERFORM VARYING WS-SANC-IDX FROM 1 BY 1
                   UNTIL WS-SANC-IDX > WS-SANC-TABLE-COUNT
               IF WS-SANC-E-NOM(WS-SANC-IDX) = WS-SANC-S-NOM
                   MOVE WS-SANC-IDX TO WS-SANC-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Filtre le nom WS-SANC-NOM-CIBLE contre la liste chargee :
      *    un nom de la liste contenu dans le nom filtre (meme
      *    comparaison que la recherche guichet par nom) le designe
      *    dans WS-SANC-HIT-IDX.
       FILTRER-NOM-SURVEILLANCE.
           MOVE "N" TO WS-SANC-HIT.
           MOVE 0 TO WS-SANC-HIT-IDX.
           IF WS-SANC-NOM-CIBLE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SANC-NOM-CIBLE)
               TO WS-CLIENT-NOM-MAJ.
           PERFORM VARYING WS-SANC-IDX FROM 1 BY 1
                   UNTIL WS-SANC-IDX > WS-SANC-TABLE-COUNT OR
                         WS-SANC-HIT = "Y"
               MOVE WS-SANC-E-NOM(WS-SANC-IDX) TO WS-RECHERCHE-MAJ
               PERFORM CALCULER-LONG-RECHERCHE
               IF WS-RECHERCHE-LONG NOT = 0
                   PERFORM TESTER-NOM-MAJ
                   IF WS-RECH-LIGNE-OK = "Y"
                       MOVE "Y" TO WS-SANC-HIT
                       MOVE WS-SANC-IDX TO WS-SANC-HIT-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *    Filtrage d'un client (WS-CONF-CLIENT-CIBLE, nom dans
      *    WS-SANC-NOM-CIBLE) pour l'objet WS-CONF-N-OBJET (C, M ou
      *    S), liste deja chargee : un nom reconnu ouvre un dossier
      *    en attente, sauf si le meme client a deja ete soumis pour
      *    le meme nom et la meme entree de la liste.
       FILTRER-CLIENT-CONFORMITE.
           PERFORM FILTRER-NOM-SURVEILLANCE.
           IF WS-SANC-HIT = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONF-N-OBJET TO WS-CONF-DECISION.
           INITIALIZE WS-CONF-NOUVEAU.
           MOVE WS-CONF-DECISION TO WS-CONF-N-OBJET.
           MOVE WS-SANC-NOM-CIBLE TO WS-CONF-N-NOM.
           MOVE WS-CONF-CLIENT-CIBLE TO WS-CONF-N-CLIENT.
           PERFORM METTRE-EN-ATTENTE-CONFORMITE.
           IF WS-CONF-DEJA = "N" AND WS-CONF-ENREGISTRE = "Y"
               DISPLAY "Client " WS-CONF-CLIENT-CIBLE " "
                   WS-SANC-NOM-CIBLE
               DISPLAY "  reconnu sur la liste de surveillance ("
                   WS-CONF-N-LISTE-NOM ")."
               DISPLAY "  Dossier de conformite " WS-CONF-N-ID
                   " : aucune ouverture de compte ni operation "
                   "avant decision."
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Nouveau filtrage de toute la base clients contre la liste,
      *    apres chaque changement de la liste.
       FILTRER-BASE-CLIENTS.
           DISPLAY "Filtrage de la base clients.".
           PERFORM CHARGER-SANCTIONS.
           MOVE 0 TO WS-CONF-NB-NOUVEAUX.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT CLIENT-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier client: " WS-STATUS
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       MOVE CLIENT-NAME TO WS-SANC-NOM-CIBLE
                       MOVE CLIENT-ID TO WS-CONF-CLIENT-CIBLE
                       MOVE "S" TO WS-CONF-N-OBJET
                       PERFORM FILTRER-CLIENT-CONFORMITE
                       IF WS-SANC-HIT = "Y" AND WS-CONF-DEJA = "N"
                           ADD 1 TO WS-CONF-NB-NOUVEAUX
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENT-FILE.
           MOVE "00" TO WS-STATUS.
           DISPLAY WS-CONF-NB-NOUVEAUX " nouveau(x) dossier(s) en "
               "attente de conformite.".

      *    Ajoute le dossier WS-CONF-NOUVEAU (objet, nom filtre et
      *    references de l'operation poses par l'appelant, entree
      *    reconnue WS-SANC-HIT-IDX) a la file, et journalise la mise
      *    en attente. WS-CONF-DEJA signale un client deja soumis,
      *    WS-CONF-ENREGISTRE a "N" un dossier refuse faute de place.
       METTRE-EN-ATTENTE-CONFORMITE.
           MOVE "N" TO WS-CONF-DEJA.
           MOVE "Y" TO WS-CONF-ENREGISTRE.
           MOVE WS-SANC-E-NOM(WS-SANC-HIT-IDX) TO WS-CONF-N-LISTE-NOM.
           MOVE WS-SANC-E-REFERENCE(WS-SANC-HIT-IDX)
               TO WS-CONF-N-LISTE-REF.
           PERFORM CHARGER-CONFORMITE.
           IF WS-CONF-N-OBJET = "C" OR WS-CONF-N-OBJET = "M" OR
              WS-CONF-N-OBJET = "S"
               PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                       UNTIL WS-CONF-IDX > WS-CONF-TABLE-COUNT
                   IF WS-CONF-E-CLIENT(WS-CONF-IDX) =
                          WS-CONF-N-CLIENT AND
                      WS-CONF-E-NOM(WS-CONF-IDX) = WS-CONF-N-NOM AND
                      WS-CONF-E-LISTE-NOM(WS-CONF-IDX) =
                          WS-CONF-N-LISTE-NOM AND
                      WS-CONF-E-OBJET(WS-CONF-IDX) NOT = "V" AND
                      WS-CONF-E-OBJET(WS-CONF-IDX) NOT = "E"
                       MOVE "Y" TO WS-CONF-DEJA
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CONF-DEJA = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONF-TABLE-COUNT >= 500
               PERFORM PURGER-CONFORMITE
           END-IF.
           IF WS-CONF-TABLE-COUNT >= 500
               DISPLAY "Attention : file de conformite pleine, "
                   "dossier non enregistre."
               MOVE "N" TO WS-CONF-ENREGISTRE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONF-PROCHAIN-ID TO WS-CONF-N-ID.
           MOVE WS-TODAY TO WS-CONF-N-DATE.
           MOVE "A" TO WS-CONF-N-STATUT.
           MOVE WS-OPER-ID TO WS-CONF-N-OPERATEUR.
           MOVE 0 TO WS-CONF-N-DECISION-DATE.
           MOVE 0 TO WS-CONF-N-DECIDEUR.
           ADD 1 TO WS-CONF-TABLE-COUNT.
           MOVE WS-CONF-NOUVEAU TO WS-CONF-ENTRY(WS-CONF-TABLE-COUNT).
           PERFORM SAUVEGARDER-CONFORMITE.
           MOVE "ATTENTE" TO WS-CONF-LIBELLE.
           MOVE SPACES TO WS-CONF-MOTIF.
           PERFORM ECRIRE-JOURNAL-CONFORMITE.

      *    Libere de la place dans la file : les dossiers decides de
      *    paiements (V, E) en sortent, les decisions restant au
      *    journal. Les dossiers clients sont conserves (ils portent
      *    le blocage d'un client rejete et evitent de resoumettre
      *    un nom deja leve).
       PURGER-CONFORMITE.
           MOVE 0 TO WS-CONF-SAVE-IDX.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-TABLE-COUNT
               IF WS-CONF-E-STATUT(WS-CONF-IDX) = "A" OR
                  (WS-CONF-E-OBJET(WS-CONF-IDX) NOT = "V" AND
                   WS-CONF-E-OBJET(WS-CONF-IDX) NOT = "E")
                   ADD 1 TO WS-CONF-SAVE-IDX
                   MOVE WS-CONF-ENTRY(WS-CONF-IDX)
                       TO WS-CONF-ENTRY(WS-CONF-SAVE-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-CONF-SAVE-IDX TO WS-CONF-TABLE-COUNT.

      *    Charge conformite.dat dans WS-CONF-TABLE et calcule le
      *    numero du prochain dossier.
       CHARGER-CONFORMITE.
           MOVE 0 TO WS-CONF-TABLE-COUNT.
           MOVE 1 TO WS-CONF-PROCHAIN-ID.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT CONFORMITE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ CONFORMITE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-CONF-TABLE-COUNT
                       IF WS-CONF-TABLE-COUNT <= 500
                           MOVE CONFORMITE-RECORD TO
                               WS-CONF-ENTRY(WS-CONF-TABLE-COUNT)
                       END-IF
                       IF CONF-ID >= WS-CONF-PROCHAIN-ID
                           COMPUTE WS-CONF-PROCHAIN-ID = CONF-ID + 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFORMITE-FILE.
           MOVE "00" TO WS-STATUS.
           IF WS-CONF-TABLE-COUNT > 500
               DISPLAY "Attention : plus de 500 dossiers de "
                   "conformite, seuls les 500 premiers sont geres."
               MOVE 500 TO WS-CONF-TABLE-COUNT
           END-IF.

       SAUVEGARDER-CONFORMITE.
           OPEN OUTPUT CONFORMITE-FILE.
           PERFORM VARYING WS-CONF-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-CONF-SAVE-IDX > WS-CONF-TABLE-COUNT
               MOVE WS-CONF-ENTRY(WS-CONF-SAVE-IDX)
                   TO CONFORMITE-RECORD
               WRITE CONFORMITE-RECORD
           END-PERFORM.
           CLOSE CONFORMITE-FILE.
           MOVE "00" TO WS-STATUS.

      *    Ajoute au journal des decisions le dossier WS-CONF-NOUVEAU
      *    avec le libelle WS-CONF-LIBELLE et le motif WS-CONF-MOTIF.
       ECRIRE-JOURNAL-CONFORMITE.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND CONFLOG-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT CONFLOG-FILE
           END-IF.
           MOVE WS-TODAY TO CLOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CLOG-HEURE.
           MOVE WS-CONF-N-ID TO CLOG-CONF-ID.
           MOVE WS-CONF-LIBELLE TO CLOG-DECISION.
           MOVE WS-CONF-N-OBJET TO CLOG-OBJET.
           MOVE WS-CONF-N-NOM TO CLOG-NOM.
           MOVE WS-CONF-N-LISTE-NOM TO CLOG-LISTE-NOM.
           MOVE WS-OPER-ID TO CLOG-OPERATEUR.
           MOVE WS-CONF-MOTIF TO CLOG-MOTIF.
           WRITE CONFLOG-RECORD.
           CLOSE CONFLOG-FILE.
           MOVE "00" TO WS-STATUS.

       LISTER-ATTENTE-CONFORMITE.
           PERFORM CHARGER-CONFORMITE.
           MOVE 0 TO WS-CONF-NB-ATTENTE.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-TABLE-COUNT
               IF WS-CONF-E-STATUT(WS-CONF-IDX) = "A"
                   MOVE WS-CONF-IDX TO WS-CONF-FOUND-IDX
                   PERFORM AFFICHER-DOSSIER-CONFORMITE
                   ADD 1 TO WS-CONF-NB-ATTENTE
               END-IF
           END-PERFORM.
           DISPLAY WS-CONF-NB-ATTENTE " dossier(s) en attente.".

       AFFICHER-DOSSIER-CONFORMITE.
           DISPLAY "Dossier " WS-CONF-E-ID(WS-CONF-FOUND-IDX)
               " du " WS-CONF-E-DATE(WS-CONF-FOUND-IDX)
               " objet " WS-CONF-E-OBJET(WS-CONF-FOUND-IDX)
               " statut " WS-CONF-E-STATUT(WS-CONF-FOUND-IDX).
           DISPLAY "  Nom filtre : " WS-CONF-E-NOM(WS-CONF-FOUND-IDX).
           DISPLAY "  Liste      : "
               WS-CONF-E-LISTE-NOM(WS-CONF-FOUND-IDX) " "
               WS-CONF-E-LISTE-REF(WS-CONF-FOUND-IDX).
           EVALUATE WS-CONF-E-OBJET(WS-CONF-FOUND-IDX)
               WHEN "V"
                   DISPLAY "  Virement externe de "
                       WS-CONF-E-COMPTE(WS-CONF-FOUND-IDX)
                       " vers "
                       WS-CONF-E-CONTREPARTIE(WS-CONF-FOUND-IDX)
                       " montant "
                       WS-CONF-E-MONTANT(WS-CONF-FOUND-IDX)
               WHEN "E"
                   DISPLAY "  Virement recu ref "
                       WS-CONF-E-REF(WS-CONF-FOUND-IDX) " de "
                       WS-CONF-E-CONTREPARTIE(WS-CONF-FOUND-IDX)
                       " pour "
                       WS-CONF-E-COMPTE(WS-CONF-FOUND-IDX)
                       " montant "
                       WS-CONF-E-MONTANT(WS-CONF-FOUND-IDX)
               WHEN OTHER
                   DISPLAY "  Client "
                       WS-CONF-E-CLIENT(WS-CONF-FOUND-IDX)
           END-EVALUATE.

      *    Decision d'un superviseur sur un dossier en attente. Un
      *    virement libere est alors passe (l'emis par le circuit
      *    habituel, controles de solde et de limite compris ; s'il
      *    echoue le dossier reste en attente), un virement recu
      *    rejete part au fichier des rejets de compensation pour
      *    retour a l'emetteur. Un client rejete reste bloque.
       DECIDER-CONFORMITE.
           DISPLAY "Numero du dossier : " WITH NO ADVANCING.
           ACCEPT WS-CONF-SAISIE-ID.
           PERFORM CHARGER-CONFORMITE.
           MOVE 0 TO WS-CONF-FOUND-IDX.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-TABLE-COUNT
               IF WS-CONF-E-ID(WS-CONF-IDX) = WS-CONF-SAISIE-ID
                   MOVE WS-CONF-IDX TO WS-CONF-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CONF-FOUND-IDX = 0
               DISPLAY "Erreur : dossier non trouve."
               EXIT PARAGRAPH
           END-IF.
           PERFORM AFFICHER-DOSSIER-CONFORMITE.
           IF WS-CONF-E-STATUT(WS-CONF-FOUND-IDX) NOT = "A"
               DISPLAY "Erreur : dossier deja decide le "
                   WS-CONF-E-DECISION-DATE(WS-CONF-FOUND-IDX) "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Decision (L liberer, R rejeter) : "
               WITH NO ADVANCING.
           ACCEPT WS-CONF-DECISION.
           IF WS-CONF-DECISION NOT = "L" AND WS-CONF-DECISION NOT = "R"
               DISPLAY "Erreur : decision invalide (L ou R)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Motif : " WITH NO ADVANCING.
           ACCEPT WS-CONF-MOTIF.
           IF WS-CONF-MOTIF = SPACES
               DISPLAY "Erreur : le motif est obligatoire."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONF-ENTRY(WS-CONF-FOUND-IDX) TO WS-CONF-NOUVEAU.

           IF WS-CONF-DECISION = "L"
               IF WS-CONF-N-OBJET = "V"
                   PERFORM LIBERER-VIREMENT-CONFORMITE
                   IF WS-CONF-BLOQUE = "Y"
                       DISPLAY "Virement non passe : dossier laisse "
                           "en attente."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-CONF-N-OBJET = "E"
                   PERFORM LIBERER-ENTRANT-CONFORMITE
                   IF WS-CONF-BLOQUE = "Y"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE "L" TO WS-CONF-N-STATUT
               MOVE "LIBERE" TO WS-CONF-LIBELLE
           ELSE
               IF WS-CONF-N-OBJET = "V"
                   MOVE WS-CONF-N-COMPTE TO WS-INPUT-COMPTE
                   MOVE WS-CONF-N-MONTANT TO WS-INPUT-MONTANT
                   MOVE "VirExterne" TO WS-TRANS-TYPE
                   MOVE "Rejet conformite" TO WS-AUDIT-REASON
                   MOVE WS-CONF-N-CONTREPARTIE TO WS-AUDIT-DEST
                   PERFORM ENREGISTRER-AUDIT-REJET
               END-IF
               IF WS-CONF-N-OBJET = "E"
                   PERFORM RECONSTITUER-ENTRANT-CONFORMITE
                   PERFORM OUVRIR-REJETS-COMPENSATION
                   MOVE "Rejet conformite" TO WS-COMP-REJET-MOTIF
                   PERFORM ECRIRE-REJET-COMPENSATION
                   CLOSE REJETS-FILE
               END-IF
               MOVE "R" TO WS-CONF-N-STATUT
               MOVE "REJETE" TO WS-CONF-LIBELLE
           END-IF.

      *    La file est relue : la liberation d'un virement a pu
      *    toucher d'autres fichiers mais pas celui-ci.
           MOVE WS-TODAY TO WS-CONF-N-DECISION-DATE.
           MOVE WS-OPER-ID TO WS-CONF-N-DECIDEUR.
           PERFORM CHARGER-CONFORMITE.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-TABLE-COUNT
               IF WS-CONF-E-ID(WS-CONF-IDX) = WS-CONF-N-ID
                   MOVE WS-CONF-NOUVEAU TO WS-CONF-ENTRY(WS-CONF-IDX)
               END-IF
           END-PERFORM.
           PERFORM SAUVEGARDER-CONFORMITE.
           PERFORM ECRIRE-JOURNAL-CONFORMITE.
           DISPLAY "Dossier " WS-CONF-N-ID " : " WS-CONF-LIBELLE ".".

      *    Passe le virement externe retenu (WS-CONF-NOUVEAU) par
      *    EXECUTER-VIREMENT-EXTERNE, sans nouveau filtrage.
      *    WS-CONF-BLOQUE vaut "Y" si le virement n'a pas ete passe.
       LIBERER-VIREMENT-CONFORMITE.
           MOVE "Y" TO WS-CONF-BLOQUE.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONF-N-COMPTE TO WS-INPUT-COMPTE.
           MOVE WS-CONF-N-CONTREPARTIE TO WS-INPUT-ID.
           MOVE WS-CONF-N-MONTANT TO WS-INPUT-MONTANT.
           MOVE "VirExterne" TO WS-TRANS-TYPE.
           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-INPUT-COMPTE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-IF.
           IF WS-FOUND = "N"
               DISPLAY "Compte source non trouve."
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.
           IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
               DISPLAY "Compte source dormant ou bloque."
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COUNTER TO WS-CONF-COMPTEUR-AVANT.
           MOVE "Y" TO WS-CONF-LIBERATION.
           PERFORM EXECUTER-VIREMENT-EXTERNE.
           MOVE "N" TO WS-CONF-LIBERATION.
           CLOSE COMPTE-FILE.
           IF WS-COUNTER > WS-CONF-COMPTEUR-AVANT
               MOVE "N" TO WS-CONF-BLOQUE
           END-IF.

      *    Credite le virement recu retenu (WS-CONF-NOUVEAU) par
      *    TRAITER-MOUVEMENT-ENTRANT, sans nouveau filtrage ; un
      *    rejet de forme ou de compte part au fichier des rejets de
      *    compensation comme a l'import.
       LIBERER-ENTRANT-CONFORMITE.
           MOVE "Y" TO WS-CONF-BLOQUE.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONF-BLOQUE.
           PERFORM RECONSTITUER-ENTRANT-CONFORMITE.
           MOVE 0 TO WS-COMP-CREDITES.
           MOVE 0 TO WS-COMP-REJETES.
           MOVE 0 TO WS-COMP-ATTENTE.
           PERFORM OUVRIR-REJETS-COMPENSATION.
           MOVE "Y" TO WS-CONF-LIBERATION.
           PERFORM TRAITER-MOUVEMENT-ENTRANT.
           MOVE "N" TO WS-CONF-LIBERATION.
           CLOSE REJETS-FILE.
           IF WS-COMP-CREDITES = 0
               DISPLAY "Credit impossible : mouvement porte dans "
                   "rejets_compensation.txt."
           ELSE
               DISPLAY "Virement recu credite."
           END-IF.

       RECONSTITUER-ENTRANT-CONFORMITE.
           MOVE SPACES TO WS-COMP-IN-TRAV.
           MOVE WS-CONF-N-REF TO WS-CIN-REF.
           MOVE WS-CONF-N-ORIGINE-DATE TO WS-CIN-DATE.
           MOVE WS-CONF-N-CONTREPARTIE TO WS-CIN-SOURCE-N.
           MOVE WS-CONF-N-COMPTE TO WS-CIN-DEST-N.
           MOVE WS-CONF-N-MONTANT TO WS-CIN-MONTANT-N.
           MOVE WS-CONF-N-NOM TO WS-CIN-NOM.

      *    Ouvre le rapport des rejets de compensation en ajout (une
      *    decision de conformite complete celui de l'import).
       OUVRIR-REJETS-COMPENSATION.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND REJETS-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT REJETS-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Blocage d'un client soumis a la conformite : dossier client
      *    (C, M ou S) en attente ou rejete.
       CONTROLER-CONFORMITE-CLIENT.
           MOVE "N" TO WS-CONF-BLOQUE.
           PERFORM CHARGER-CONFORMITE.
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                   UNTIL WS-CONF-IDX > WS-CONF-TABLE-COUNT
               IF WS-CONF-E-CLIENT(WS-CONF-IDX) =
                      WS-CONF-CLIENT-CIBLE AND
                  WS-CONF-E-OBJET(WS-CONF-IDX) NOT = "V" AND
                  WS-CONF-E-OBJET(WS-CONF-IDX) NOT = "E" AND
                  (WS-CONF-E-STATUT(WS-CONF-IDX) = "A" OR
                   WS-CONF-E-STATUT(WS-CONF-IDX) = "R")
                   MOVE "Y" TO WS-CONF-BLOQUE
               END-IF
           END-PERFORM.
           IF WS-CONF-BLOQUE = "Y"
               DISPLAY "Client " WS-CONF-CLIENT-CIBLE
                   " soumis a la conformite : operation refusee."
           END-IF.

      *    Menu des avis aux clients : edition des lettres en
      *    attente (hors traitement de nuit) et consultation des avis
      *    d'un compte.
       GERER-AVIS.
           DISPLAY "==== AVIS AUX CLIENTS ====".
           DISPLAY "1. Editer les lettres en attente".
           DISPLAY "2. Avis d'un compte (en attente et historique)".
           DISPLAY "Choisissez une option : " WITH NO ADVANCING.
           ACCEPT WS-AVIS-CHOIX.

           EVALUATE WS-AVIS-CHOIX
               WHEN 1
                   PERFORM EDITER-AVIS-CLIENTS
               WHEN 2
                   PERFORM LISTER-AVIS-COMPTE
               WHEN OTHER
                   DISPLAY "Option invalide."
           END-EVALUATE.

      *    Liste les avis d'un compte, historique (avishisto.dat)
      *    puis file courante (avis.dat).
       LISTER-AVIS-COMPTE.
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-AVIS-COMPTE-CIBLE.
           MOVE 0 TO WS-AVIS-NB-LUS.
           DISPLAY "Numero   Depot    Ev Montant      Reference  "
               "Statut Envoi    Lettres".

           MOVE "00" TO WS-STATUS.
           OPEN INPUT AVISHIST-FILE.
           IF WS-STATUS = "00"
               PERFORM UNTIL WS-STATUS = "10"
                   READ AVISHIST-FILE
                       AT END
                           MOVE "10" TO WS-STATUS
                       NOT AT END
                           MOVE AVISHIST-RECORD TO WS-AVIS-LU
                           PERFORM AFFICHER-AVIS-LU
                   END-READ
               END-PERFORM
               CLOSE AVISHIST-FILE
           END-IF.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT AVIS-FILE.
           IF WS-STATUS = "00"
               PERFORM UNTIL WS-STATUS = "10"
                   READ AVIS-FILE
                       AT END
                           MOVE "10" TO WS-STATUS
                       NOT AT END
                           MOVE AVIS-RECORD TO WS-AVIS-LU
                           PERFORM AFFICHER-AVIS-LU
                   END-READ
               END-PERFORM
               CLOSE AVIS-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

           IF WS-AVIS-NB-LUS = 0
               DISPLAY "Aucun avis pour ce compte."
           ELSE
               DISPLAY WS-AVIS-NB-LUS " avis."
           END-IF.

       AFFICHER-AVIS-LU.
           IF WS-AVIS-L-COMPTE NOT = WS-AVIS-COMPTE-CIBLE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AVIS-NB-LUS.
           MOVE WS-AVIS-L-MONTANT TO WS-AVIS-MONTANT-ED.
           DISPLAY WS-AVIS-L-NUMERO " " WS-AVIS-L-DATE " "
               WS-AVIS-L-EVENEMENT " " WS-AVIS-MONTANT-ED " "
               WS-AVIS-L-REF " " WS-AVIS-L-STATUT "      "
               WS-AVIS-L-DATE-ENVOI " " WS-AVIS-L-NB-LETTRES.

      *    Depose un avis client dans la file avis.dat (evenement,
      *    compte, montant, date et reference de WS-AVIS-NOUVEAU),
      *    numerote par le compteur avisnum.dat. Appele au fil des
      *    passes de comptes : WS-STATUS est repositionne a "00"
      *    pour ne pas interrompre la boucle de lecture de
      *    l'appelant.
       ENREGISTRER-AVIS.
           MOVE 0 TO WS-AVIS-NUMERO.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT AVISNUM-FILE.
           IF WS-STATUS = "00"
               READ AVISNUM-FILE
                   NOT AT END
                       MOVE AVISNUM-RECORD TO WS-AVIS-NUMERO
               END-READ
               CLOSE AVISNUM-FILE
           END-IF.
           ADD 1 TO WS-AVIS-NUMERO.
           OPEN OUTPUT AVISNUM-FILE.
           MOVE WS-AVIS-NUMERO TO AVISNUM-RECORD.
           WRITE AVISNUM-RECORD.
           CLOSE AVISNUM-FILE.

           MOVE "00" TO WS-STATUS.
           OPEN EXTEND AVIS-FILE.
           IF WS-STATUS = "35"
               MOVE "00" TO WS-STATUS
               OPEN OUTPUT AVIS-FILE
           END-IF.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier avis: " WS-STATUS
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AVIS-NUMERO      TO AVIS-NUMERO.
           MOVE WS-TODAY            TO AVIS-DATE.
           MOVE WS-AVIS-N-EVENEMENT TO AVIS-EVENEMENT.
           MOVE WS-AVIS-N-COMPTE    TO AVIS-COMPTE.
           MOVE WS-AVIS-N-MONTANT   TO AVIS-MONTANT.
           MOVE WS-AVIS-N-DATE-REF  TO AVIS-DATE-REF.
           MOVE WS-AVIS-N-REF       TO AVIS-REF.
           MOVE "A"                 TO AVIS-STATUT.
           MOVE 0                   TO AVIS-DATE-ENVOI.
           MOVE 0                   TO AVIS-NB-LETTRES.
           WRITE AVIS-RECORD.
           CLOSE AVIS-FILE.
           MOVE "00" TO WS-STATUS.

      *    Avis DD quand le debit force WS-AVIS-DEBIT, deja impute
      *    sur COMPTE-RECORD, vient de porter le solde au-dela du
      *    decouvert autorise (COMPTE-DECOUVERT). Un compte deja en
      *    depassement avant ce debit a deja recu son avis. Les
      *    comptes de pret, debiteurs par nature, sont exclus.
       CONTROLER-DEPASSEMENT-AVIS.
           IF COMPTE-TYPE = "Pret" OR COMPTE-SOLDE NOT < ZERO
               EXIT PARAGRAPH
           END-IF.
           IF (0 - COMPTE-SOLDE) NOT > COMPTE-DECOUVERT
               EXIT PARAGRAPH
           END-IF.
           IF (0 - COMPTE-SOLDE) - WS-AVIS-DEBIT > COMPTE-DECOUVERT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AVIS-EXCEDENT =
               (0 - COMPTE-SOLDE) - COMPTE-DECOUVERT.
           MOVE "DD"             TO WS-AVIS-N-EVENEMENT.
           MOVE COMPTE-NUM       TO WS-AVIS-N-COMPTE.
           MOVE WS-AVIS-EXCEDENT TO WS-AVIS-N-MONTANT.
           MOVE WS-TODAY         TO WS-AVIS-N-DATE-REF.
           MOVE SPACES           TO WS-AVIS-N-REF.
           PERFORM ENREGISTRER-AVIS.

      *    Edition des lettres : la file avis.dat est rapprochee des
      *    adresses de client.dat et chaque avis en attente donne
      *    une lettre, selon le modele de son evenement, au titulaire
      *    du compte et a chaque cotitulaire (mandat.dat, role T).
      *    Les lettres sont regroupees par agence dans
      *    lettres_<agence>_<date>.txt, ouvert en ajout : une
      *    edition relancee le meme jour complete le fichier. La
      *    file est reecrite apres chaque agence (avis passes a E),
      *    de sorte qu'une reprise ne reedite que les agences non
      *    terminees. Une file trop longue pour la table est
      *    refusee en bloc, sans rien editer.
       EDITER-AVIS-CLIENTS.
           DISPLAY "--- Edition des avis aux clients ---".
           MOVE "N" TO WS-CTL-ECHEC.
           PERFORM CHARGER-AVIS.
           IF WS-AVIS-DEBORDE = "Y"
               DISPLAY "File des avis superieure a 2000 avis : "
                   "edition refusee."
               MOVE "Y" TO WS-CTL-ECHEC
               EXIT PARAGRAPH
           END-IF.
           PERFORM ARCHIVER-AVIS-TRAITES.
           IF WS-AVIS-TABLE-COUNT = 0
               DISPLAY "Aucun avis en attente."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-BANQUES.
           PERFORM CHARGER-MANDATS.
           MOVE 0 TO WS-AVIS-NB-EDITES.
           MOVE 0 TO WS-AVIS-NB-LETTRES.
           MOVE 0 TO WS-AVIS-NB-NON-DISTRIB.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               MOVE "00" TO WS-STATUS
               MOVE "Y" TO WS-CTL-ECHEC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-AVIS-IDX FROM 1 BY 1
                   UNTIL WS-AVIS-IDX > WS-AVIS-TABLE-COUNT
               PERFORM RATTACHER-AVIS
           END-PERFORM.
           CLOSE COMPTE-FILE.
           MOVE "00" TO WS-STATUS.
           PERFORM SAUVEGARDER-AVIS.

           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
                      OR WS-CTL-ECHEC = "Y"
               PERFORM EDITER-AVIS-AGENCE
           END-PERFORM.

           DISPLAY WS-AVIS-NB-EDITES " avis edite(s), "
               WS-AVIS-NB-LETTRES " lettre(s), "
               WS-AVIS-NB-NON-DISTRIB " avis non distribuable(s).".
           DISPLAY "--- Fin de l'edition des avis ---".

      *    Charge avis.dat dans WS-AVIS-TABLE, sauf les avis traites
      *    (E ou N) d'une journee anterieure, comptes dans
      *    WS-AVIS-NB-ARCHIVES pour l'historique.
       CHARGER-AVIS.
           MOVE 0 TO WS-AVIS-TABLE-COUNT.
           MOVE 0 TO WS-AVIS-NB-ARCHIVES.
           MOVE "N" TO WS-AVIS-DEBORDE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT AVIS-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ AVIS-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF AVIS-STATUT NOT = "A" AND
                          AVIS-DATE-ENVOI < WS-TODAY
                           ADD 1 TO WS-AVIS-NB-ARCHIVES
                       ELSE
                           ADD 1 TO WS-AVIS-TABLE-COUNT
                           IF WS-AVIS-TABLE-COUNT <= 2000
                               MOVE AVIS-RECORD TO WS-AVIS-E-ENREG
                                   (WS-AVIS-TABLE-COUNT)
                               MOVE 0 TO WS-AVIS-E-AGENCE
                                   (WS-AVIS-TABLE-COUNT)
                               MOVE 0 TO WS-AVIS-E-CLIENT
                                   (WS-AVIS-TABLE-COUNT)
                               MOVE SPACES TO WS-AVIS-E-DEVISE
                                   (WS-AVIS-TABLE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AVIS-FILE.
           MOVE "00" TO WS-STATUS.

           IF WS-AVIS-TABLE-COUNT > 2000
               MOVE "Y" TO WS-AVIS-DEBORDE
               MOVE 2000 TO WS-AVIS-TABLE-COUNT
           END-IF.

      *    Verse a l'historique avishisto.dat (en ajout) les avis
      *    traites d'une journee anterieure, puis reecrit avis.dat
      *    sans eux a partir de la table chargee.
       ARCHIVER-AVIS-TRAITES.
           IF WS-AVIS-NB-ARCHIVES = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND AVISHIST-FILE.
           IF WS-STATUS = "35"
               MOVE "00" TO WS-STATUS
               OPEN OUTPUT AVISHIST-FILE
           END-IF.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture historique des avis: "
                   WS-STATUS
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AVIS-FILE.
           PERFORM UNTIL WS-STATUS = "10"
               READ AVIS-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF AVIS-STATUT NOT = "A" AND
                          AVIS-DATE-ENVOI < WS-TODAY
                           MOVE AVIS-RECORD TO AVISHIST-RECORD
                           WRITE AVISHIST-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AVIS-FILE.
           CLOSE AVISHIST-FILE.
           MOVE "00" TO WS-STATUS.
           PERFORM SAUVEGARDER-AVIS.
           DISPLAY WS-AVIS-NB-ARCHIVES " avis verse(s) a "
               "l'historique.".

      *    Reecrit avis.dat a partir de WS-AVIS-TABLE.
       SAUVEGARDER-AVIS.
           OPEN OUTPUT AVIS-FILE.
           PERFORM VARYING WS-AVIS-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-AVIS-SAVE-IDX > WS-AVIS-TABLE-COUNT
               MOVE WS-AVIS-E-ENREG(WS-AVIS-SAVE-IDX) TO AVIS-RECORD
               WRITE AVIS-RECORD
           END-PERFORM.
           CLOSE AVIS-FILE.
           MOVE "00" TO WS-STATUS.

      *    Rattache l'avis en attente d'index WS-AVIS-IDX a son
      *    compte (COMPTE-FILE ouvert par l'appelant) : agence,
      *    titulaire et devise. Un compte ou une agence introuvable
      *    rend l'avis non distribuable (N).
       RATTACHER-AVIS.
           IF WS-AVIS-E-STATUT(WS-AVIS-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           MOVE WS-AVIS-E-COMPTE(WS-AVIS-IDX) TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE COMPTE-BANQUE-ID
                       TO WS-AVIS-E-AGENCE(WS-AVIS-IDX)
                   MOVE COMPTE-CLIENT-ID
                       TO WS-AVIS-E-CLIENT(WS-AVIS-IDX)
                   MOVE COMPTE-DEVISE
                       TO WS-AVIS-E-DEVISE(WS-AVIS-IDX)
           END-READ.
           MOVE "00" TO WS-STATUS.
           IF WS-FOUND = "Y"
               IF WS-AVIS-E-DEVISE(WS-AVIS-IDX) = SPACES
                   MOVE "EUR" TO WS-AVIS-E-DEVISE(WS-AVIS-IDX)
               END-IF
               MOVE WS-AVIS-E-AGENCE(WS-AVIS-IDX)
                   TO WS-BANQUE-ID-CIBLE
               PERFORM RECHERCHER-BANQUE
               IF WS-BANQUE-FOUND-IDX = 0
                   MOVE "N" TO WS-FOUND
               END-IF
           END-IF.
           IF WS-FOUND = "N"
               DISPLAY "Avis " WS-AVIS-E-NUMERO(WS-AVIS-IDX)
                   " : compte ou agence introuvable, non "
                   "distribuable."
               MOVE "N" TO WS-AVIS-E-STATUT(WS-AVIS-IDX)
               MOVE WS-TODAY TO WS-AVIS-E-DATE-ENVOI(WS-AVIS-IDX)
               ADD 1 TO WS-AVIS-NB-NON-DISTRIB
           END-IF.

      *    Edite les avis en attente de l'agence d'index
      *    WS-BANQUE-IDX dans son fichier de lettres du jour.
       EDITER-AVIS-AGENCE.
           MOVE 0 TO WS-AVIS-NB-AGENCE.
           PERFORM VARYING WS-AVIS-IDX FROM 1 BY 1
                   UNTIL WS-AVIS-IDX > WS-AVIS-TABLE-COUNT
               IF WS-AVIS-E-STATUT(WS-AVIS-IDX) = "A" AND
                  WS-AVIS-E-AGENCE(WS-AVIS-IDX) =
                      WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                   ADD 1 TO WS-AVIS-NB-AGENCE
               END-IF
           END-PERFORM.
           IF WS-AVIS-NB-AGENCE = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LETTRE-FILENAME.
           STRING "lettres_" DELIMITED BY SIZE
                  WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-LETTRE-FILENAME.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND LETTRE-FILE.
           IF WS-STATUS = "35"
               MOVE "00" TO WS-STATUS
               OPEN OUTPUT LETTRE-FILE
           END-IF.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture " WS-LETTRE-FILENAME ": "
                   WS-STATUS
               MOVE "00" TO WS-STATUS
               MOVE "Y" TO WS-CTL-ECHEC
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CLIENT-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier client: " WS-STATUS
               CLOSE LETTRE-FILE
               MOVE "00" TO WS-STATUS
               MOVE "Y" TO WS-CTL-ECHEC
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-AVIS-IDX FROM 1 BY 1
                   UNTIL WS-AVIS-IDX > WS-AVIS-TABLE-COUNT
               IF WS-AVIS-E-STATUT(WS-AVIS-IDX) = "A" AND
                  WS-AVIS-E-AGENCE(WS-AVIS-IDX) =
                      WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                   PERFORM EDITER-UN-AVIS
               END-IF
           END-PERFORM.
           CLOSE CLIENT-FILE.
           CLOSE LETTRE-FILE.
           MOVE "00" TO WS-STATUS.
           PERFORM SAUVEGARDER-AVIS.
           DISPLAY "Agence " WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX) " : "
               WS-AVIS-NB-AGENCE " avis dans " WS-LETTRE-FILENAME.

      *    Edite l'avis d'index WS-AVIS-IDX : une lettre au
      *    titulaire du compte, puis une a chaque cotitulaire. Un
      *    avis dont aucun destinataire n'a pu etre lu dans
      *    client.dat devient non distribuable.
       EDITER-UN-AVIS.
           MOVE 0 TO WS-AVIS-M-FOUND.
           PERFORM VARYING WS-AVIS-M-IDX FROM 1 BY 1
                   UNTIL WS-AVIS-M-IDX > WS-AVIS-NB-MODELES
               IF WS-AVIS-M-CODE(WS-AVIS-M-IDX) =
                  WS-AVIS-E-EVENEMENT(WS-AVIS-IDX)
                   MOVE WS-AVIS-M-IDX TO WS-AVIS-M-FOUND
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-AVIS-NB-DEST.
           IF WS-AVIS-M-FOUND NOT = 0
               MOVE WS-AVIS-E-CLIENT(WS-AVIS-IDX)
                   TO WS-AVIS-DEST-CLIENT
               PERFORM ECRIRE-LETTRE-AVIS
               PERFORM VARYING WS-MANDAT-IDX FROM 1 BY 1
                       UNTIL WS-MANDAT-IDX > WS-MANDAT-TABLE-COUNT
                   IF WS-MANDAT-ENTRY-COMPTE(WS-MANDAT-IDX) =
                          WS-AVIS-E-COMPTE(WS-AVIS-IDX) AND
                      WS-MANDAT-ENTRY-ROLE(WS-MANDAT-IDX) = "T" AND
                      WS-MANDAT-ENTRY-CLIENT(WS-MANDAT-IDX) NOT =
                          WS-AVIS-E-CLIENT(WS-AVIS-IDX)
                       MOVE WS-MANDAT-ENTRY-CLIENT(WS-MANDAT-IDX)
                           TO WS-AVIS-DEST-CLIENT
                       PERFORM ECRIRE-LETTRE-AVIS
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-TODAY TO WS-AVIS-E-DATE-ENVOI(WS-AVIS-IDX).
           MOVE WS-AVIS-NB-DEST TO WS-AVIS-E-NB-LETTRES(WS-AVIS-IDX).
           IF WS-AVIS-NB-DEST = 0
               DISPLAY "Avis " WS-AVIS-E-NUMERO(WS-AVIS-IDX)
                   " : aucun destinataire, non distribuable."
               MOVE "N" TO WS-AVIS-E-STATUT(WS-AVIS-IDX)
               ADD 1 TO WS-AVIS-NB-NON-DISTRIB
           ELSE
               MOVE "E" TO WS-AVIS-E-STATUT(WS-AVIS-IDX)
               ADD 1 TO WS-AVIS-NB-EDITES
               ADD WS-AVIS-NB-DEST TO WS-AVIS-NB-LETTRES
           END-IF.

      *    Ecrit la lettre de l'avis WS-AVIS-IDX (modele
      *    WS-AVIS-M-FOUND) au client WS-AVIS-DEST-CLIENT, lu dans
      *    client.dat pour son nom et son adresse.
       ECRIRE-LETTRE-AVIS.
           MOVE "N" TO WS-FOUND.
           MOVE WS-AVIS-DEST-CLIENT TO CLIENT-ID.
           READ CLIENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.
           MOVE "00" TO WS-STATUS.
           IF WS-FOUND = "N"
               DISPLAY "Avis " WS-AVIS-E-NUMERO(WS-AVIS-IDX)
                   " : client " WS-AVIS-DEST-CLIENT
                   " introuvable, lettre non editee."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AVIS-NB-DEST.

           MOVE SPACES TO LETTRE-LINE.
           STRING "AGENCE " DELIMITED BY SIZE
                  WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BANQUE-ENTRY-NAME(WS-BANQUE-IDX)
                  DELIMITED BY SIZE
                  INTO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE CLIENT-NAME TO LETTRE-LINE(41:30).
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           MOVE CLIENT-ADDRESS TO LETTRE-LINE(31:50).
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE WS-TODAY TO WS-AVIS-DATE-TRAV-N.
           PERFORM FORMATER-DATE-AVIS.
           MOVE SPACES TO LETTRE-LINE.
           MOVE "Le " TO LETTRE-LINE(41:3).
           MOVE WS-AVIS-DATE-ED TO LETTRE-LINE(44:10).
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           STRING "Avis no " DELIMITED BY SIZE
                  WS-AVIS-E-NUMERO(WS-AVIS-IDX) DELIMITED BY SIZE
                  " - Compte no " DELIMITED BY SIZE
                  WS-AVIS-E-COMPTE(WS-AVIS-IDX) DELIMITED BY SIZE
                  INTO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           STRING "Objet : " DELIMITED BY SIZE
                  WS-AVIS-M-OBJET(WS-AVIS-M-FOUND) DELIMITED BY SIZE
                  INTO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE "Madame, Monsieur," TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE WS-AVIS-M-LIGNE1(WS-AVIS-M-FOUND) TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE WS-AVIS-M-LIGNE2(WS-AVIS-M-FOUND) TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE WS-AVIS-E-MONTANT(WS-AVIS-IDX) TO WS-AVIS-MONTANT-ED.
           MOVE SPACES TO LETTRE-LINE.
           STRING WS-AVIS-M-LIB-MONTANT(WS-AVIS-M-FOUND)
                  DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-AVIS-MONTANT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AVIS-E-DEVISE(WS-AVIS-IDX) DELIMITED BY SIZE
                  INTO LETTRE-LINE.
           WRITE LETTRE-LINE.
           IF WS-AVIS-E-DATE-REF(WS-AVIS-IDX) NOT = 0
               MOVE WS-AVIS-E-DATE-REF(WS-AVIS-IDX)
                   TO WS-AVIS-DATE-TRAV-N
               PERFORM FORMATER-DATE-AVIS
               MOVE SPACES TO LETTRE-LINE
               STRING WS-AVIS-M-LIB-DATE(WS-AVIS-M-FOUND)
                      DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WS-AVIS-DATE-ED DELIMITED BY SIZE
                      INTO LETTRE-LINE
               WRITE LETTRE-LINE
           END-IF.
           IF WS-AVIS-E-REF(WS-AVIS-IDX) NOT = SPACES
               MOVE SPACES TO LETTRE-LINE
               STRING "Reference            : " DELIMITED BY SIZE
                      WS-AVIS-E-REF(WS-AVIS-IDX) DELIMITED BY SIZE
                      INTO LETTRE-LINE
               WRITE LETTRE-LINE
           END-IF.
           MOVE SPACES TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE "Nous vous prions d'agreer, Madame, Monsieur, nos "
               TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE "salutations distinguees." TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE SPACES TO LETTRE-LINE.
           WRITE LETTRE-LINE.
           MOVE "Votre agence" TO LETTRE-LINE(41:12).
           WRITE LETTRE-LINE.
           MOVE "----------------------------------------"
               TO LETTRE-LINE(1:40).
           MOVE LETTRE-LINE(1:40) TO LETTRE-LINE(41:40).
           WRITE LETTRE-LINE.

      *    Met en forme JJ/MM/AAAA la date WS-AVIS-DATE-TRAV-N dans
      *    WS-AVIS-DATE-ED.
       FORMATER-DATE-AVIS.
           MOVE SPACES TO WS-AVIS-DATE-ED.
           STRING WS-AVIS-DATE-JJ DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-AVIS-DATE-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-AVIS-DATE-AAAA DELIMITED BY SIZE
                  INTO WS-AVIS-DATE-ED.

      *    Vue unique du deposant (garantie des depots) : pour chaque
      *    client de client.dat, total de ses depots eligibles dans
      *    toutes les agences, convertis en EUR au cours de taux.dat.
      *    Tous les comptes sauf les prets sont retenus, un solde
      *    debiteur comptant pour zero. Un compte joint est partage
      *    a parts egales entre son titulaire et ses cotitulaires
      *    (mandat.dat, role T ; les procurations P ne comptent
      *    pas). Le total est plafonne a WS-PARAM-PLAFOND-GAR,
      *    l'excedent non couvert etant porte a part. Produit
      *    scv_<date>.dat (trace fixe) et la synthese
      *    scv_synthese_<date>.txt. Lance du menu superviseur ou en
      *    ligne de commande par le parametre "BATCH SCV".
       PRODUIRE-SCV.
           DISPLAY "--- Vue unique du deposant ---".
           PERFORM CHARGER-PARAMETRES.
           PERFORM CHARGER-BANQUES.
           PERFORM CHARGER-MANDATS.
           PERFORM CHARGER-DEVISES.
           PERFORM CHARGER-COMPTES-SCV.
           IF WS-SCV-DEBORDE = "Y"
               DISPLAY "Plus de 5000 comptes : vue unique non "
                   "produite."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCV-CPT-COUNT = 0
               DISPLAY "Aucun compte de depot : vue unique non "
                   "produite."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SCV-TOT-DEPOSANTS.
           MOVE 0 TO WS-SCV-TOT-COMPTES.
           MOVE 0 TO WS-SCV-TOT-PLAFOND.
           MOVE 0 TO WS-SCV-TOT-ELIGIBLE.
           MOVE 0 TO WS-SCV-TOT-COUVERT.
           MOVE 0 TO WS-SCV-TOT-NON-COUVERT.
           MOVE 0 TO WS-SCV-HA-NB-DEPOSANTS.
           MOVE 0 TO WS-SCV-HA-NB-PLAFOND.
           MOVE 0 TO WS-SCV-HA-COUVERT.
           MOVE 0 TO WS-SCV-HA-NON-COUVERT.
           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > 20
               MOVE 0 TO WS-SCV-A-NB-DEPOSANTS(WS-BANQUE-IDX)
               MOVE 0 TO WS-SCV-A-NB-PLAFOND(WS-BANQUE-IDX)
               MOVE 0 TO WS-SCV-A-COUVERT(WS-BANQUE-IDX)
               MOVE 0 TO WS-SCV-A-NON-COUVERT(WS-BANQUE-IDX)
           END-PERFORM.

           MOVE SPACES TO WS-SCV-FILENAME.
           STRING "scv_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-SCV-FILENAME.
           MOVE SPACES TO WS-SCV-RAP-FILENAME.
           STRING "scv_synthese_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-SCV-RAP-FILENAME.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT CLIENT-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier client: " WS-STATUS
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCV-FILE.
           OPEN OUTPUT SCV-RAPPORT-FILE.

           MOVE SPACES TO SCV-ENTETE.
           MOVE "E" TO SCV-E-TYPE.
           MOVE WS-TODAY TO SCV-E-DATE.
           MOVE WS-PARAM-PLAFOND-GAR TO SCV-E-PLAFOND.
           MOVE "EUR" TO SCV-E-DEVISE.
           WRITE SCV-ENTETE.

           MOVE SPACES TO SCV-RAPPORT-LINE.
           MOVE WS-PARAM-PLAFOND-GAR TO WS-SCV-MONTANT-ED.
           STRING "VUE UNIQUE DU DEPOSANT - JOURNEE DU "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " - PLAFOND " DELIMITED BY SIZE
                  WS-SCV-MONTANT-ED DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO SCV-RAPPORT-LINE.
           WRITE SCV-RAPPORT-LINE.
           MOVE SPACES TO SCV-RAPPORT-LINE.
           WRITE SCV-RAPPORT-LINE.
           MOVE "DEPOSANTS AU-DELA DU PLAFOND" TO SCV-RAPPORT-LINE.
           WRITE SCV-RAPPORT-LINE.
           MOVE "CLIENT NOM                            AGENCE"
               TO SCV-RAPPORT-LINE.
           MOVE "TOTAL ELIGIBLE      NON COUVERT"
               TO SCV-RAPPORT-LINE(50:31).
           WRITE SCV-RAPPORT-LINE.

           PERFORM UNTIL WS-STATUS = "10"
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       PERFORM TRAITER-DEPOSANT-SCV
               END-READ
           END-PERFORM.
           CLOSE CLIENT-FILE.
           MOVE "00" TO WS-STATUS.

           MOVE SPACES TO SCV-FIN.
           MOVE "F" TO SCV-F-TYPE.
           MOVE WS-SCV-TOT-DEPOSANTS TO SCV-F-NB-DEPOSANTS.
           MOVE WS-SCV-TOT-COMPTES TO SCV-F-NB-COMPTES.
           MOVE WS-SCV-TOT-ELIGIBLE TO SCV-F-ELIGIBLE.
           MOVE WS-SCV-TOT-COUVERT TO SCV-F-GARANTI.
           MOVE WS-SCV-TOT-NON-COUVERT TO SCV-F-EXCEDENT.
           WRITE SCV-FIN.
           CLOSE SCV-FILE.

           IF WS-SCV-TOT-PLAFOND = 0
               MOVE "  (aucun)" TO SCV-RAPPORT-LINE
               WRITE SCV-RAPPORT-LINE
           END-IF.
           PERFORM ECRIRE-SYNTHESE-SCV.
           CLOSE SCV-RAPPORT-FILE.
           MOVE "00" TO WS-STATUS.

           IF WS-SCV-NB-COURS-INCONNU NOT = 0
               DISPLAY "Attention : " WS-SCV-NB-COURS-INCONNU
                   " compte(s) en devise sans cours, cours 1 "
                   "applique."
           END-IF.
           DISPLAY WS-SCV-TOT-DEPOSANTS " deposant(s), "
               WS-SCV-TOT-COMPTES " compte(s), "
               WS-SCV-TOT-PLAFOND " au-dela du plafond.".
           DISPLAY "Vue unique : " WS-SCV-FILENAME
               ", synthese : " WS-SCV-RAP-FILENAME.
           DISPLAY "--- Fin de la vue unique du deposant ---".

      *    Charge dans WS-SCV-CPT-TABLE tous les comptes sauf les
      *    prets, avec leur contre-valeur EUR et la part de chaque
      *    titulaire. Au-dela de la table, la vue est refusee en
      *    bloc plutot que produite incomplete.
       CHARGER-COMPTES-SCV.
           MOVE 0 TO WS-SCV-CPT-COUNT.
           MOVE 0 TO WS-SCV-NB-COURS-INCONNU.
           MOVE "N" TO WS-SCV-DEBORDE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ COMPTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF COMPTE-TYPE NOT = "Pret"
                           ADD 1 TO WS-SCV-CPT-COUNT
                           IF WS-SCV-CPT-COUNT <= 5000
                               PERFORM RETENIR-COMPTE-SCV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPTE-FILE.
           MOVE "00" TO WS-STATUS.
           IF WS-SCV-CPT-COUNT > 5000
               MOVE "Y" TO WS-SCV-DEBORDE
               MOVE 5000 TO WS-SCV-CPT-COUNT
           END-IF.

      *    Range le compte lu (COMPTE-RECORD) a l'index
      *    WS-SCV-CPT-COUNT : conversion EUR et partage entre
      *    titulaires.
       RETENIR-COMPTE-SCV.
           MOVE WS-SCV-CPT-COUNT TO WS-SCV-IDX.
           MOVE COMPTE-NUM TO WS-SCV-C-COMPTE(WS-SCV-IDX).
           MOVE COMPTE-CLIENT-ID TO WS-SCV-C-CLIENT(WS-SCV-IDX).
           MOVE COMPTE-BANQUE-ID TO WS-SCV-C-AGENCE(WS-SCV-IDX).
           MOVE COMPTE-TYPE TO WS-SCV-C-TYPE(WS-SCV-IDX).
           MOVE COMPTE-SOLDE TO WS-SCV-C-SOLDE(WS-SCV-IDX).
           MOVE COMPTE-DEVISE TO WS-DEV-CIBLE.
           PERFORM RECHERCHER-DEVISE.
           MOVE WS-DEV-CIBLE TO WS-SCV-C-DEVISE(WS-SCV-IDX).
           IF WS-DEV-FOUND-IDX = 0
               ADD 1 TO WS-SCV-NB-COURS-INCONNU
               MOVE 1 TO WS-SCV-C-COURS(WS-SCV-IDX)
           ELSE
               MOVE WS-DEV-ENTRY-COURS(WS-DEV-FOUND-IDX)
                   TO WS-SCV-C-COURS(WS-SCV-IDX)
           END-IF.
           IF COMPTE-SOLDE > ZERO
               COMPUTE WS-SCV-C-EUR(WS-SCV-IDX) ROUNDED =
                   COMPTE-SOLDE * WS-SCV-C-COURS(WS-SCV-IDX)
           ELSE
               MOVE 0 TO WS-SCV-C-EUR(WS-SCV-IDX)
           END-IF.

           MOVE 1 TO WS-SCV-C-NB-TIT(WS-SCV-IDX).
           PERFORM VARYING WS-MANDAT-IDX FROM 1 BY 1
                   UNTIL WS-MANDAT-IDX > WS-MANDAT-TABLE-COUNT
               IF WS-MANDAT-ENTRY-COMPTE(WS-MANDAT-IDX) = COMPTE-NUM
                  AND WS-MANDAT-ENTRY-ROLE(WS-MANDAT-IDX) = "T"
                  AND WS-MANDAT-ENTRY-CLIENT(WS-MANDAT-IDX) NOT =
                      COMPTE-CLIENT-ID
                   ADD 1 TO WS-SCV-C-NB-TIT(WS-SCV-IDX)
               END-IF
           END-PERFORM.
           DIVIDE WS-SCV-C-EUR(WS-SCV-IDX)
               BY WS-SCV-C-NB-TIT(WS-SCV-IDX)
               GIVING WS-SCV-C-PART(WS-SCV-IDX).
           COMPUTE WS-SCV-C-RESTE(WS-SCV-IDX) =
               WS-SCV-C-EUR(WS-SCV-IDX)
               - WS-SCV-C-PART(WS-SCV-IDX)
                   * WS-SCV-C-NB-TIT(WS-SCV-IDX).

      *    Vue du client lu (CLIENT-RECORD) : un premier parcours de
      *    ses comptes calcule son total, un second ecrit le detail
      *    apres l'enregistrement total. Un client sans aucun compte
      *    retenu n'est pas deposant.
       TRAITER-DEPOSANT-SCV.
           MOVE 0 TO WS-SCV-D-ELIGIBLE.
           MOVE 0 TO WS-SCV-D-NB-COMPTES.
           MOVE "N" TO WS-SCV-ECRIRE.
           PERFORM PARCOURIR-COMPTES-SCV.
           IF WS-SCV-D-NB-COMPTES = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-SCV-D-ELIGIBLE > WS-PARAM-PLAFOND-GAR
               MOVE WS-PARAM-PLAFOND-GAR TO WS-SCV-D-GARANTI
           ELSE
               MOVE WS-SCV-D-ELIGIBLE TO WS-SCV-D-GARANTI
           END-IF.
           COMPUTE WS-SCV-D-EXCEDENT =
               WS-SCV-D-ELIGIBLE - WS-SCV-D-GARANTI.

           MOVE SPACES TO SCV-TOTAL.
           MOVE "T" TO SCV-T-TYPE.
           MOVE CLIENT-ID TO SCV-T-CLIENT.
           MOVE CLIENT-NAME TO SCV-T-NOM.
           MOVE CLIENT-ADDRESS TO SCV-T-ADRESSE.
           MOVE CLIENT-BANQUE-ID TO SCV-T-AGENCE.
           MOVE WS-SCV-D-NB-COMPTES TO SCV-T-NB-COMPTES.
           MOVE WS-SCV-D-ELIGIBLE TO SCV-T-ELIGIBLE.
           MOVE WS-SCV-D-GARANTI TO SCV-T-GARANTI.
           MOVE WS-SCV-D-EXCEDENT TO SCV-T-EXCEDENT.
           WRITE SCV-TOTAL.
           MOVE "Y" TO WS-SCV-ECRIRE.
           PERFORM PARCOURIR-COMPTES-SCV.

           ADD 1 TO WS-SCV-TOT-DEPOSANTS.
           ADD WS-SCV-D-NB-COMPTES TO WS-SCV-TOT-COMPTES.
           ADD WS-SCV-D-ELIGIBLE TO WS-SCV-TOT-ELIGIBLE.
           ADD WS-SCV-D-GARANTI TO WS-SCV-TOT-COUVERT.
           ADD WS-SCV-D-EXCEDENT TO WS-SCV-TOT-NON-COUVERT.

           MOVE CLIENT-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           PERFORM RECHERCHER-BANQUE.
           IF WS-BANQUE-FOUND-IDX = 0
               ADD 1 TO WS-SCV-HA-NB-DEPOSANTS
               ADD WS-SCV-D-GARANTI TO WS-SCV-HA-COUVERT
               ADD WS-SCV-D-EXCEDENT TO WS-SCV-HA-NON-COUVERT
           ELSE
               ADD 1 TO WS-SCV-A-NB-DEPOSANTS(WS-BANQUE-FOUND-IDX)
               ADD WS-SCV-D-GARANTI
                   TO WS-SCV-A-COUVERT(WS-BANQUE-FOUND-IDX)
               ADD WS-SCV-D-EXCEDENT
                   TO WS-SCV-A-NON-COUVERT(WS-BANQUE-FOUND-IDX)
           END-IF.

           IF WS-SCV-D-EXCEDENT > 0
               ADD 1 TO WS-SCV-TOT-PLAFOND
               IF WS-BANQUE-FOUND-IDX = 0
                   ADD 1 TO WS-SCV-HA-NB-PLAFOND
               ELSE
                   ADD 1 TO WS-SCV-A-NB-PLAFOND(WS-BANQUE-FOUND-IDX)
               END-IF
               MOVE WS-SCV-D-ELIGIBLE TO WS-SCV-MONTANT-ED
               MOVE WS-SCV-D-EXCEDENT TO WS-SCV-MONTANT-ED2
               MOVE SPACES TO SCV-RAPPORT-LINE
               STRING CLIENT-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CLIENT-NAME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CLIENT-BANQUE-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-MONTANT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-MONTANT-ED2 DELIMITED BY SIZE
                      INTO SCV-RAPPORT-LINE
               WRITE SCV-RAPPORT-LINE
           END-IF.

      *    Parts du client CLIENT-ID : comptes dont il est titulaire
      *    principal, puis comptes dont il est cotitulaire (mandat
      *    T). Cumule WS-SCV-D-ELIGIBLE et, si WS-SCV-ECRIRE = "Y",
      *    ecrit le detail de chaque compte.
       PARCOURIR-COMPTES-SCV.
           PERFORM VARYING WS-SCV-IDX FROM 1 BY 1
                   UNTIL WS-SCV-IDX > WS-SCV-CPT-COUNT
               IF WS-SCV-C-CLIENT(WS-SCV-IDX) = CLIENT-ID
                   COMPUTE WS-SCV-D-PART =
                       WS-SCV-C-PART(WS-SCV-IDX)
                       + WS-SCV-C-RESTE(WS-SCV-IDX)
                   MOVE WS-SCV-IDX TO WS-SCV-FOUND-IDX
                   PERFORM AJOUTER-PART-SCV
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MANDAT-IDX FROM 1 BY 1
                   UNTIL WS-MANDAT-IDX > WS-MANDAT-TABLE-COUNT
               IF WS-MANDAT-ENTRY-CLIENT(WS-MANDAT-IDX) = CLIENT-ID
                  AND WS-MANDAT-ENTRY-ROLE(WS-MANDAT-IDX) = "T"
                   MOVE WS-MANDAT-ENTRY-COMPTE(WS-MANDAT-IDX)
                       TO WS-SCV-COMPTE-CIBLE
                   PERFORM RECHERCHER-COMPTE-SCV
                   IF WS-SCV-FOUND-IDX NOT = 0
                       IF WS-SCV-C-CLIENT(WS-SCV-FOUND-IDX) NOT =
                          CLIENT-ID
                           MOVE WS-SCV-C-PART(WS-SCV-FOUND-IDX)
                               TO WS-SCV-D-PART
                           PERFORM AJOUTER-PART-SCV
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Ajoute la part WS-SCV-D-PART du compte WS-SCV-FOUND-IDX
      *    au deposant courant, ou en ecrit le detail.
       AJOUTER-PART-SCV.
           IF WS-SCV-ECRIRE = "N"
               ADD 1 TO WS-SCV-D-NB-COMPTES
               ADD WS-SCV-D-PART TO WS-SCV-D-ELIGIBLE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SCV-DETAIL.
           MOVE "D" TO SCV-D-TYPE.
           MOVE CLIENT-ID TO SCV-D-CLIENT.
           MOVE WS-SCV-C-COMPTE(WS-SCV-FOUND-IDX) TO SCV-D-COMPTE.
           MOVE WS-SCV-C-AGENCE(WS-SCV-FOUND-IDX) TO SCV-D-AGENCE.
           MOVE WS-SCV-C-TYPE(WS-SCV-FOUND-IDX) TO SCV-D-TYPE-COMPTE.
           MOVE WS-SCV-C-DEVISE(WS-SCV-FOUND-IDX) TO SCV-D-DEVISE.
           MOVE WS-SCV-C-SOLDE(WS-SCV-FOUND-IDX) TO SCV-D-SOLDE.
           MOVE WS-SCV-C-COURS(WS-SCV-FOUND-IDX) TO SCV-D-COURS.
           MOVE WS-SCV-C-NB-TIT(WS-SCV-FOUND-IDX)
               TO SCV-D-NB-TITULAIRES.
           MOVE WS-SCV-D-PART TO SCV-D-PART.
           WRITE SCV-DETAIL.

      *    Cherche le compte WS-SCV-COMPTE-CIBLE dans la table de la
      *    vue unique ; index dans WS-SCV-FOUND-IDX, zero si le
      *    compte n'est pas retenu.
       RECHERCHER-COMPTE-SCV.
           MOVE 0 TO WS-SCV-FOUND-IDX.
           PERFORM VARYING WS-SCV-IDX FROM 1 BY 1
                   UNTIL WS-SCV-IDX > WS-SCV-CPT-COUNT
                      OR WS-SCV-FOUND-IDX NOT = 0
               IF WS-SCV-C-COMPTE(WS-SCV-IDX) = WS-SCV-COMPTE-CIBLE
                   MOVE WS-SCV-IDX TO WS-SCV-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Synthese par agence : deposants, depots couverts et non
      *    couverts, puis les deposants d'une agence inconnue et le
      *    total general.
       ECRIRE-SYNTHESE-SCV.
           MOVE SPACES TO SCV-RAPPORT-LINE.
           WRITE SCV-RAPPORT-LINE.
           MOVE "SYNTHESE PAR AGENCE" TO SCV-RAPPORT-LINE.
           WRITE SCV-RAPPORT-LINE.
           MOVE "AGENCE NOM                            DEPOSANTS"
               TO SCV-RAPPORT-LINE.
           MOVE "PLAFOND        COUVERT     NON COUVERT"
               TO SCV-RAPPORT-LINE(52:39).
           WRITE SCV-RAPPORT-LINE.
           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
               MOVE WS-SCV-A-COUVERT(WS-BANQUE-IDX)
                   TO WS-SCV-MONTANT-ED
               MOVE WS-SCV-A-NON-COUVERT(WS-BANQUE-IDX)
                   TO WS-SCV-MONTANT-ED2
               MOVE SPACES TO SCV-RAPPORT-LINE
               STRING WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-BANQUE-ENTRY-NAME(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-A-NB-DEPOSANTS(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-A-NB-PLAFOND(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-MONTANT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-MONTANT-ED2 DELIMITED BY SIZE
                      INTO SCV-RAPPORT-LINE
               WRITE SCV-RAPPORT-LINE
           END-PERFORM.
           IF WS-SCV-HA-NB-DEPOSANTS NOT = 0
               MOVE WS-SCV-HA-COUVERT TO WS-SCV-MONTANT-ED
               MOVE WS-SCV-HA-NON-COUVERT TO WS-SCV-MONTANT-ED2
               MOVE SPACES TO SCV-RAPPORT-LINE
               STRING "AGENCE INCONNUE                       "
                      DELIMITED BY SIZE
                      WS-SCV-HA-NB-DEPOSANTS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-HA-NB-PLAFOND DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-MONTANT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SCV-MONTANT-ED2 DELIMITED BY SIZE
                      INTO SCV-RAPPORT-LINE
               WRITE SCV-RAPPORT-LINE
           END-IF.
           MOVE WS-SCV-TOT-COUVERT TO WS-SCV-MONTANT-ED.
           MOVE WS-SCV-TOT-NON-COUVERT TO WS-SCV-MONTANT-ED2.
           MOVE SPACES TO SCV-RAPPORT-LINE.
           STRING "TOTAL                                 "
                  DELIMITED BY SIZE
                  WS-SCV-TOT-DEPOSANTS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SCV-TOT-PLAFOND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SCV-MONTANT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SCV-MONTANT-ED2 DELIMITED BY SIZE
                  INTO SCV-RAPPORT-LINE.
           WRITE SCV-RAPPORT-LINE.

      *    Import d'une remise de virements deposee par un client
      *    entreprise (virements.in : paie, fournisseurs). L'entete
      *    annonce le compte donneur d'ordre, le nombre de lignes et
      *    leur total ; rien n'est execute tant que ces totaux, le
      *    compte donneur et sa provision pour toute la remise (frais
      *    compris) ne sont pas controles. Chaque ligne est ensuite
      *    passee comme un virement du guichet : interne (I) par
      *    EXECUTER-VIREMENT, vers un autre etablissement (E) par
      *    EXECUTER-VIREMENT-EXTERNE, donc en attente de compensation
      *    dans virexport.dat. Une ligne invalide ou refusee est
      *    rejetee seule, sans arreter la remise. Les frais par ligne
      *    payee (bareme) sont preleves en un mouvement Frais, puis
      *    l'avis d'execution execution_<donneur>_<remise>.txt est
      *    complete pour le client. La progression est suivie dans
      *    journal.dat : une remise interrompue est reprise la ou
      *    elle s'est arretee en relancant l'import.
       IMPORTER-REMISE-VIREMENTS.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               MOVE ZERO TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "Remise" TO WS-TRANS-TYPE
               MOVE "Journee comptable fermee" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Import d'une remise de virements ---".
           PERFORM CHARGER-REMISE-RECUE.
           IF WS-REM-ABSENT = "Y"
               DISPLAY "Aucun fichier virements.in a importer."
               EXIT PARAGRAPH
           END-IF.
           IF WS-REM-NB-ENREG = 0
               DISPLAY "Aucune remise a importer."
               EXIT PARAGRAPH
           END-IF.
           IF WS-REM-DEBORDE = "Y"
               DISPLAY "Plus de 500 lignes dans virements.in :"
               DISPLAY "scindez la remise et relancez l'import,"
               DISPLAY "rien n'a ete execute."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-ENTETE-REMISE.
           IF WS-REM-REFUS = "Y"
               PERFORM REFUSER-REMISE
               EXIT PARAGRAPH
           END-IF.

      *    Une remise deja soldee n'est jamais rejouee ; une entree
      *    de journal restee ouverte (arret juste apres l'inscription
      *    a l'historique) est soldee au passage.
           PERFORM RECHERCHER-HISTO-REMISE.
           PERFORM LIRE-JOURNAL-REMISE.
           IF WS-REM-DEJA = "Y"
               DISPLAY "Remise " WS-REM-REF " du compte "
                   WS-REM-DONNEUR " deja executee le "
                   WS-REM-DEJA-DATE "."
               IF WS-REM-REPRISE = "Y"
                   MOVE "F" TO WS-JRN-ETAPE
                   MOVE ZERO TO WS-JRN-DEST
                   MOVE ZERO TO WS-JRN-MONTANT
                   PERFORM ECRIRE-JOURNAL-REMISE
               END-IF
               MOVE "Remise deja executee" TO WS-AUDIT-REASON
               PERFORM REFUSER-REMISE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REM-RAP-FILENAME.
           STRING "execution_" DELIMITED BY SIZE
                  WS-REM-DONNEUR DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-REM-REF DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-REM-RAP-FILENAME.

           MOVE 1 TO WS-REM-DEPART.
           MOVE "N" TO WS-REM-FRAIS-FAITS.
           MOVE "N" TO WS-REM-FRAIS-VERIF.
           IF WS-REM-REPRISE = "Y"
               PERFORM REPRENDRE-REMISE
               IF WS-REM-REFUS = "Y"
                   PERFORM REFUSER-REMISE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CUMULER-SORT-REMISE.
           MOVE 0 TO WS-REM-RESTE-NB.
           MOVE 0 TO WS-REM-RESTE-MONTANT.
           PERFORM VARYING WS-REM-IDX FROM WS-REM-DEPART BY 1
                   UNTIL WS-REM-IDX > WS-REM-TABLE-COUNT
               MOVE WS-REM-E-ENREG(WS-REM-IDX) TO WS-REM-TRAV
               ADD 1 TO WS-REM-RESTE-NB
               IF WS-REM-T-MONTANT NUMERIC
                   ADD WS-REM-T-MONTANT-N TO WS-REM-RESTE-MONTANT
               END-IF
           END-PERFORM.

           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-DONNEUR-REMISE.
           IF WS-REM-REFUS = "Y"
               CLOSE COMPTE-FILE
               PERFORM REFUSER-REMISE
               EXIT PARAGRAPH
           END-IF.

      *    Au-dela du seuil parametre, l'accord d'un superviseur est
      *    requis pour la remise entiere, comme pour un mouvement.
           PERFORM CHARGER-PARAMETRES.
           IF WS-REM-RESTE-MONTANT > WS-PARAM-SEUIL-SUP AND
              WS-OPER-ROLE NOT = "S"
               PERFORM DEMANDER-OVERRIDE-SUPERVISEUR
               IF WS-ACCES-OK NOT = "Y"
                   CLOSE COMPTE-FILE
                   MOVE "Refus accord superviseur" TO WS-AUDIT-REASON
                   PERFORM REFUSER-REMISE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-REM-RESTE-MONTANT TO WS-REM-MONTANT-ED.
           MOVE WS-REM-FRAIS-LIGNE TO WS-REM-FRAIS-ED.
           DISPLAY "Remise " WS-REM-REF " du compte " WS-REM-DONNEUR
               " : " WS-REM-RESTE-NB " ligne(s) a executer pour "
               WS-REM-MONTANT-ED ".".
           DISPLAY "Frais par ligne payee : " WS-REM-FRAIS-ED.
           DISPLAY "Confirmer l'execution (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               CLOSE COMPTE-FILE
               DISPLAY "Remise non executee."
               EXIT PARAGRAPH
           END-IF.

      *    Remise acceptee : entete de l'avis d'execution puis
      *    entree E au journal (ou mention de la reprise dans l'avis).
           IF WS-REM-REPRISE = "Y"
               PERFORM ECRIRE-REPRISE-RAPPORT-REMISE
           ELSE
               PERFORM ECRIRE-ENTETE-RAPPORT-REMISE
               MOVE "E" TO WS-JRN-ETAPE
               MOVE ZERO TO WS-JRN-DEST
               MOVE WS-REM-TOTAL TO WS-JRN-MONTANT
               PERFORM ECRIRE-JOURNAL-REMISE
           END-IF.

           PERFORM VARYING WS-REM-IDX FROM WS-REM-DEPART BY 1
                   UNTIL WS-REM-IDX > WS-REM-TABLE-COUNT
               PERFORM EXECUTER-LIGNE-REMISE
           END-PERFORM.

           PERFORM CUMULER-SORT-REMISE.
           PERFORM PRELEVER-FRAIS-REMISE.
           CLOSE COMPTE-FILE.

      *    Historique avant la fin de journal : un arret entre les
      *    deux laisse une remise soldee, reconnue a la relance.
           PERFORM ECRIRE-HISTO-REMISE.
           MOVE "F" TO WS-JRN-ETAPE.
           MOVE ZERO TO WS-JRN-DEST.
           MOVE WS-REM-MONTANT-PAYE TO WS-JRN-MONTANT.
           PERFORM ECRIRE-JOURNAL-REMISE.

      *    Le fichier recu est vide une fois la remise soldee, comme
      *    pour la compensation et les prelevements.
           OPEN OUTPUT REMISE-IN-FILE.
           CLOSE REMISE-IN-FILE.
           MOVE "00" TO WS-STATUS.

           PERFORM ECRIRE-BILAN-RAPPORT-REMISE.
           MOVE WS-REM-MONTANT-PAYE TO WS-REM-MONTANT-ED.
           DISPLAY WS-REM-NB-PAYEES " ligne(s) payee(s) pour "
               WS-REM-MONTANT-ED ", " WS-REM-NB-REJETEES
               " rejetee(s), " WS-REM-NB-ATTENTE
               " en attente de conformite.".
           DISPLAY "Avis d'execution : " WS-REM-RAP-FILENAME.
           DISPLAY "--- Fin de l'import de la remise ---".

      *    Charge virements.in : l'entete (premier enregistrement,
      *    type E) dans WS-REM-ENTETE-ENREG, les lignes (type D) dans
      *    WS-REM-TABLE. Refus en bloc au-dela de la table, comme
      *    pour les prelevements recus.
       CHARGER-REMISE-RECUE.
           MOVE 0 TO WS-REM-TABLE-COUNT.
           MOVE 0 TO WS-REM-NB-ENREG.
           MOVE "N" TO WS-REM-DEBORDE.
           MOVE "N" TO WS-REM-ABSENT.
           MOVE "N" TO WS-REM-MAL-FORME.
           MOVE SPACES TO WS-REM-ENTETE-ENREG.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT REMISE-IN-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y" TO WS-REM-ABSENT
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ REMISE-IN-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-REM-NB-ENREG
                       MOVE REMISE-IN-RECORD TO WS-REM-TRAV
                       IF WS-REM-NB-ENREG = 1
                           IF WS-REM-T-TYPE = "E"
                               MOVE REMISE-IN-RECORD
                                   TO WS-REM-ENTETE-ENREG
                           ELSE
                               MOVE "Y" TO WS-REM-MAL-FORME
                           END-IF
                       ELSE
                           IF WS-REM-T-TYPE NOT = "D"
                               MOVE "Y" TO WS-REM-MAL-FORME
                           ELSE
                               IF WS-REM-TABLE-COUNT >= 500
                                   MOVE "Y" TO WS-REM-DEBORDE
                                   MOVE "10" TO WS-STATUS
                               ELSE
                                   ADD 1 TO WS-REM-TABLE-COUNT
                                   MOVE REMISE-IN-RECORD TO
                                       WS-REM-E-ENREG
                                           (WS-REM-TABLE-COUNT)
                                   MOVE SPACE TO
                                       WS-REM-E-STATUT
                                           (WS-REM-TABLE-COUNT)
                                   MOVE SPACES TO
                                       WS-REM-E-MOTIF
                                           (WS-REM-TABLE-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMISE-IN-FILE.
           MOVE "00" TO WS-STATUS.

      *    Controles de forme de la remise : entete lisible, nombre
      *    de lignes et total conformes a l'entete. Un ecart refuse
      *    la remise entiere (motif dans WS-AUDIT-REASON).
       CONTROLER-ENTETE-REMISE.
           MOVE "N" TO WS-REM-REFUS.
           MOVE ZERO TO WS-REM-REF.
           MOVE ZERO TO WS-REM-DONNEUR.
           MOVE ZERO TO WS-REM-TOTAL.
           IF WS-REM-MAL-FORME = "Y"
               DISPLAY "virements.in mal forme : un entete E en tete "
                   "de fichier puis des lignes D sont attendus."
               MOVE "Remise mal formee" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REM-ENTETE-ENREG TO WS-REM-TRAV.
           IF WS-REM-T-E-REF NOT NUMERIC OR
              WS-REM-T-E-COMPTE NOT NUMERIC OR
              WS-REM-T-E-NB NOT NUMERIC OR
              WS-REM-T-E-TOTAL NOT NUMERIC
               DISPLAY "Entete de remise illisible (reference, "
                   "compte, nombre ou total non numerique)."
               MOVE "Entete de remise invalide" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REM-T-E-REF-N TO WS-REM-REF.
           MOVE WS-REM-T-E-COMPTE-N TO WS-REM-DONNEUR.
           MOVE WS-REM-T-E-TOTAL-N TO WS-REM-TOTAL.

           IF WS-REM-TABLE-COUNT = 0
               DISPLAY "Remise sans aucune ligne."
               MOVE "Remise sans ligne" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-REM-T-E-NB-N NOT = WS-REM-TABLE-COUNT
               DISPLAY "Nombre de lignes annonce " WS-REM-T-E-NB-N
                   ", lu " WS-REM-TABLE-COUNT "."
               MOVE "Nombre de lignes incoherent" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-REM-TOTAL-LU.
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-TABLE-COUNT
               MOVE WS-REM-E-ENREG(WS-REM-IDX) TO WS-REM-TRAV
               IF WS-REM-T-MONTANT NUMERIC
                   ADD WS-REM-T-MONTANT-N TO WS-REM-TOTAL-LU
               END-IF
           END-PERFORM.
           IF WS-REM-TOTAL-LU NOT = WS-REM-TOTAL
               MOVE WS-REM-TOTAL TO WS-REM-MONTANT-ED
               DISPLAY "Total annonce " WS-REM-MONTANT-ED
               MOVE WS-REM-TOTAL-LU TO WS-REM-MONTANT-ED
               DISPLAY "Total des lignes " WS-REM-MONTANT-ED
               MOVE "Total de controle incoherent" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
           END-IF.

      *    Controles du compte donneur d'ordre, lu dans COMPTE-FILE
      *    ouvert en I-O : memes refus qu'un virement au guichet,
      *    puis limite journaliere et provision pour le reste de la
      *    remise, frais par ligne compris. La limite etant verifiee
      *    ici pour la remise entiere, celle de chaque ligne l'est
      *    forcement aussi.
       CONTROLER-DONNEUR-REMISE.
           MOVE "N" TO WS-REM-REFUS.
           MOVE WS-REM-DONNEUR TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   DISPLAY "Compte donneur d'ordre non trouve."
                   MOVE "Compte source non trouve" TO WS-AUDIT-REASON
                   MOVE "Y" TO WS-REM-REFUS
           END-READ.
           IF WS-REM-REFUS = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
               DISPLAY "Compte donneur d'ordre dormant ou bloque."
               MOVE "Compte dormant ou bloque" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.
           IF COMPTE-TYPE = "Terme" OR COMPTE-TYPE = "Pret"
               DISPLAY "Compte donneur d'ordre a terme ou de pret : "
                   "aucun virement emis."
               MOVE "Compte a terme ou de pret" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.

           MOVE COMPTE-CLIENT-ID TO WS-KYC-CLIENT-CIBLE.
           PERFORM CONTROLER-KYC-OPERATION.
           IF WS-KYC-BLOQUE = "Y"
               MOVE "Dossier KYC echu" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.
           MOVE COMPTE-CLIENT-ID TO WS-CONF-CLIENT-CIBLE.
           PERFORM CONTROLER-CONFORMITE-CLIENT.
           IF WS-CONF-BLOQUE = "Y"
               MOVE "Client soumis a la conformite"
                   TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-BAREME.
           MOVE COMPTE-TYPE TO WS-BAREME-TYPE-CIBLE.
           PERFORM RECHERCHER-BAREME.
           IF WS-BAREME-FOUND-IDX = 0
               MOVE 0 TO WS-REM-FRAIS-LIGNE
           ELSE
               MOVE WS-BAREME-ENTRY-LIGNE(WS-BAREME-FOUND-IDX)
                   TO WS-REM-FRAIS-LIGNE
           END-IF.

           IF COMPTE-LIMITE-JOUR NOT = ZERO
               MOVE WS-REM-DONNEUR TO WS-INPUT-COMPTE
               PERFORM CALCULER-SORTIES-JOUR
               IF WS-SORTIES-JOUR + WS-REM-RESTE-MONTANT >
                  COMPTE-LIMITE-JOUR
                   DISPLAY "Limite journaliere de sorties du compte "
                       "depassee par la remise."
                   MOVE "Limite journaliere depassee"
                       TO WS-AUDIT-REASON
                   MOVE "Y" TO WS-REM-REFUS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-REM-RESTE-MONTANT TO WS-REM-BESOIN.
           IF WS-REM-FRAIS-FAITS NOT = "Y"
               COMPUTE WS-REM-BESOIN = WS-REM-BESOIN +
                   WS-REM-FRAIS-LIGNE *
                   (WS-REM-NB-PAYEES + WS-REM-RESTE-NB)
           END-IF.
           PERFORM CALCULER-SOLDE-DISPONIBLE.
           IF WS-SOLDE-DISPONIBLE < WS-REM-BESOIN
               MOVE WS-REM-BESOIN TO WS-REM-MONTANT-ED
               DISPLAY "Provision insuffisante : " WS-REM-MONTANT-ED
                   " necessaires, frais compris."
               MOVE "Solde insuffisant pour la remise"
                   TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
           END-IF.

      *    Refus en bloc de la remise : trace en audit sous le
      *    compte donneur d'ordre, la reference de remise en
      *    destination.
       REFUSER-REMISE.
           DISPLAY "Remise refusee : " WS-AUDIT-REASON.
           DISPLAY "Aucune ligne n'a ete executee par cet import.".
           MOVE WS-REM-DONNEUR TO WS-INPUT-COMPTE.
           IF WS-REM-TOTAL > 999999999.99
               MOVE ZERO TO WS-INPUT-MONTANT
           ELSE
               MOVE WS-REM-TOTAL TO WS-INPUT-MONTANT
           END-IF.
           MOVE "Remise" TO WS-TRANS-TYPE.
           MOVE WS-REM-REF TO WS-AUDIT-DEST.
           PERFORM ENREGISTRER-AUDIT-REJET.

      *    Cherche la remise (donneur, reference) dans
      *    remisehisto.dat : WS-REM-DEJA et sa date d'execution.
       RECHERCHER-HISTO-REMISE.
           MOVE "N" TO WS-REM-DEJA.
           MOVE ZERO TO WS-REM-DEJA-DATE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT REMISE-HISTO-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ REMISE-HISTO-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF RHI-DONNEUR = WS-REM-DONNEUR AND
                          RHI-REF = WS-REM-REF
                           MOVE "Y" TO WS-REM-DEJA
                           MOVE RHI-DATE TO WS-REM-DEJA-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMISE-HISTO-FILE.
           MOVE "00" TO WS-STATUS.

       ECRIRE-HISTO-REMISE.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND REMISE-HISTO-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT REMISE-HISTO-FILE
           END-IF.
           MOVE WS-REM-DONNEUR TO RHI-DONNEUR.
           MOVE WS-REM-REF TO RHI-REF.
           MOVE WS-TODAY TO RHI-DATE.
           MOVE WS-REM-TABLE-COUNT TO RHI-NB-LIGNES.
           MOVE WS-REM-NB-PAYEES TO RHI-NB-PAYEES.
           MOVE WS-REM-MONTANT-PAYE TO RHI-MONTANT.
           COMPUTE RHI-FRAIS = WS-REM-FRAIS-LIGNE * WS-REM-NB-PAYEES.
           WRITE REMISE-HISTO-RECORD.
           CLOSE REMISE-HISTO-FILE.
           MOVE "00" TO WS-STATUS.

      *    Derniere etape de journal de la remise courante (type
      *    Remise, meme reference et meme donneur) : WS-REM-REPRISE
      *    vaut "Y" si la remise a ete commencee sans etre soldee.
       LIRE-JOURNAL-REMISE.
           MOVE "N" TO WS-REM-REPRISE.
           MOVE SPACE TO WS-REM-JRN-ETAPE.
           MOVE ZERO TO WS-REM-JRN-DEST.
           MOVE ZERO TO WS-REM-JRN-LIGNE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT JOURNAL-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ JOURNAL-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF JRN-TYPE = "Remise" AND
                          JRN-REF = WS-REM-REF AND
                          JRN-SOURCE = WS-REM-DONNEUR
                           MOVE JRN-ETAPE TO WS-REM-JRN-ETAPE
                           MOVE JRN-DEST TO WS-REM-JRN-DEST
                           MOVE JRN-MONTANT TO WS-REM-JRN-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           MOVE "00" TO WS-STATUS.
           IF WS-REM-JRN-ETAPE NOT = SPACE AND
              WS-REM-JRN-ETAPE NOT = "F"
               MOVE "Y" TO WS-REM-REPRISE
           END-IF.

      *    Ecrit l'etape WS-JRN-ETAPE de la remise courante (zones
      *    WS-JRN-DEST et WS-JRN-MONTANT preparees par l'appelant).
       ECRIRE-JOURNAL-REMISE.
           MOVE WS-REM-REF     TO WS-JRN-REF.
           MOVE "Remise"       TO WS-JRN-TYPE.
           MOVE WS-REM-DONNEUR TO WS-JRN-SOURCE.
           MOVE WS-TODAY       TO WS-JRN-DATE.
           PERFORM ECRIRE-JOURNAL.
           MOVE "00" TO WS-STATUS.

      *    Reprise d'une remise interrompue : le sort des lignes deja
      *    traitees est relu dans l'avis d'execution, puis la ligne
      *    en cours a l'arret (etape L) est reconnue payee si son
      *    mouvement figure dans le magasin des transactions (la
      *    reparation du demarrage a pu l'achever), reconnue en
      *    attente si un dossier de conformite du jour la porte deja,
      *    et rejouee sinon (elle n'a pas abouti ou a ete annulee).
      *    Des frais (etape G) sans mouvement ne sont jamais
      *    repreleves : le debit a pu etre passe sans le mouvement,
      *    ils sont signales pour verification manuelle.
       REPRENDRE-REMISE.
           MOVE "N" TO WS-REM-REFUS.
           DISPLAY "Reprise de la remise " WS-REM-REF
               " interrompue (etape " WS-REM-JRN-ETAPE ").".
           PERFORM RELIRE-RAPPORT-REMISE.
           IF WS-REM-REFUS = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF WS-REM-JRN-ETAPE = "L"
               IF WS-REM-JRN-LIGNE > WS-REM-DEPART
                   DISPLAY "*** VERIFICATION MANUELLE REQUISE : avis "
                       "d'execution " WS-REM-RAP-FILENAME
                       " incomplet. ***"
                   MOVE "Avis d'execution incomplet"
                       TO WS-AUDIT-REASON
                   MOVE "Y" TO WS-REM-REFUS
                   EXIT PARAGRAPH
               END-IF
               IF WS-REM-JRN-LIGNE = WS-REM-DEPART
                   MOVE WS-REM-JRN-DEST TO WS-REM-MVT-REF
                   PERFORM VERIFIER-MOUVEMENT-REMISE
                   IF WS-REM-MVT-TROUVE = "Y"
                       MOVE WS-REM-DEPART TO WS-REM-IDX
                       MOVE WS-REM-E-ENREG(WS-REM-IDX) TO WS-REM-TRAV
                       MOVE "P" TO WS-REM-E-STATUT(WS-REM-IDX)
                       MOVE "Payee avant l'interruption"
                           TO WS-REM-E-MOTIF(WS-REM-IDX)
                       PERFORM ECRIRE-LIGNE-RAPPORT-REMISE
                       ADD 1 TO WS-REM-DEPART
                   ELSE
                       PERFORM RECHERCHER-ATTENTE-REMISE
                   END-IF
               END-IF
           END-IF.

           IF WS-REM-JRN-ETAPE = "G"
               MOVE WS-REM-JRN-DEST TO WS-REM-MVT-REF
               PERFORM VERIFIER-MOUVEMENT-REMISE
               MOVE "Y" TO WS-REM-FRAIS-FAITS
               IF WS-REM-MVT-TROUVE = "N"
                   MOVE "Y" TO WS-REM-FRAIS-VERIF
                   DISPLAY "*** VERIFICATION MANUELLE REQUISE : frais "
                       "de remise (mouvement " WS-REM-JRN-DEST
                       ") non retrouves, non repreleves. ***"
               END-IF
           END-IF.

      *    Ligne en cours a l'arret sans mouvement : un virement
      *    externe a pu etre mis en attente de conformite avant
      *    l'arret. Un dossier V en attente du jour, meme donneur,
      *    meme beneficiaire et meme montant, la fait reconnaitre en
      *    attente ; la rejouer ouvrirait un second dossier, et la
      *    liberation des deux paierait deux fois.
       RECHERCHER-ATTENTE-REMISE.
           MOVE WS-REM-DEPART TO WS-REM-IDX.
           MOVE WS-REM-E-ENREG(WS-REM-IDX) TO WS-REM-TRAV.
           MOVE 0 TO WS-CONF-FOUND-IDX.
           IF WS-REM-T-CIRCUIT = "E" AND
              WS-REM-T-COMPTE NUMERIC AND
              WS-REM-T-MONTANT NUMERIC
               PERFORM CHARGER-CONFORMITE
               PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                       UNTIL WS-CONF-IDX > WS-CONF-TABLE-COUNT
                   IF WS-CONF-E-STATUT(WS-CONF-IDX) = "A" AND
                      WS-CONF-E-OBJET(WS-CONF-IDX) = "V" AND
                      WS-CONF-E-COMPTE(WS-CONF-IDX) =
                          WS-REM-DONNEUR AND
                      WS-CONF-E-CONTREPARTIE(WS-CONF-IDX) =
                          WS-REM-T-COMPTE-N AND
                      WS-CONF-E-MONTANT(WS-CONF-IDX) =
                          WS-REM-T-MONTANT-N AND
                      WS-CONF-E-DATE(WS-CONF-IDX) = WS-TODAY
                       MOVE WS-CONF-IDX TO WS-CONF-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CONF-FOUND-IDX = 0
               DISPLAY "Ligne " WS-REM-DEPART
                   " non aboutie a l'arret : elle est rejouee."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ligne " WS-REM-DEPART " deja en attente de "
               "conformite (dossier "
               WS-CONF-E-ID(WS-CONF-FOUND-IDX) ").".
           MOVE "C" TO WS-REM-E-STATUT(WS-REM-IDX).
           MOVE "Beneficiaire en attente de conformite"
               TO WS-REM-E-MOTIF(WS-REM-IDX).
           PERFORM ECRIRE-LIGNE-RAPPORT-REMISE.
           ADD 1 TO WS-REM-DEPART.

      *    Relit l'avis d'execution : chaque ligne de detail (numero
      *    de ligne en tete) redonne le sort de sa ligne de remise ;
      *    WS-REM-DEPART pointe la premiere ligne non traitee.
       RELIRE-RAPPORT-REMISE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT REMISE-RAPPORT-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               DISPLAY "*** VERIFICATION MANUELLE REQUISE : avis "
                   "d'execution " WS-REM-RAP-FILENAME " absent. ***"
               MOVE "Avis d'execution absent" TO WS-AUDIT-REASON
               MOVE "Y" TO WS-REM-REFUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ REMISE-RAPPORT-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF RRD-LIGNE NUMERIC
                           IF RRD-LIGNE > 0 AND
                              RRD-LIGNE <= WS-REM-TABLE-COUNT
                               MOVE RRD-LIGNE TO WS-REM-IDX
                               EVALUATE RRD-STATUT
                                   WHEN "PAYEE"
                                       MOVE "P" TO
                                           WS-REM-E-STATUT(WS-REM-IDX)
                                   WHEN "ATTENTE"
                                       MOVE "C" TO
                                           WS-REM-E-STATUT(WS-REM-IDX)
                                   WHEN OTHER
                                       MOVE "R" TO
                                           WS-REM-E-STATUT(WS-REM-IDX)
                               END-EVALUATE
                               MOVE RRD-MOTIF TO
                                   WS-REM-E-MOTIF(WS-REM-IDX)
                               IF WS-REM-IDX >= WS-REM-DEPART
                                   COMPUTE WS-REM-DEPART =
                                       WS-REM-IDX + 1
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMISE-RAPPORT-FILE.
           MOVE "00" TO WS-STATUS.

      *    Le mouvement WS-REM-MVT-REF existe-t-il au debit du compte
      *    donneur d'ordre ? (WS-REM-MVT-TROUVE)
       VERIFIER-MOUVEMENT-REMISE.
           MOVE "N" TO WS-REM-MVT-TROUVE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-STATUS = "00"
               MOVE WS-REM-MVT-REF TO TRANSACTION-ID
               READ TRANSACTION-FILE KEY IS TRANSACTION-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRANSACTION-COMPTE = WS-REM-DONNEUR
                           MOVE "Y" TO WS-REM-MVT-TROUVE
                       END-IF
               END-READ
               CLOSE TRANSACTION-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Compte les lignes par sort et cumule le montant paye.
       CUMULER-SORT-REMISE.
           MOVE 0 TO WS-REM-NB-PAYEES.
           MOVE 0 TO WS-REM-NB-REJETEES.
           MOVE 0 TO WS-REM-NB-ATTENTE.
           MOVE 0 TO WS-REM-MONTANT-PAYE.
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-TABLE-COUNT
               EVALUATE WS-REM-E-STATUT(WS-REM-IDX)
                   WHEN "P"
                       ADD 1 TO WS-REM-NB-PAYEES
                       MOVE WS-REM-E-ENREG(WS-REM-IDX) TO WS-REM-TRAV
                       ADD WS-REM-T-MONTANT-N TO WS-REM-MONTANT-PAYE
                   WHEN "R"
                       ADD 1 TO WS-REM-NB-REJETEES
                   WHEN "C"
                       ADD 1 TO WS-REM-NB-ATTENTE
               END-EVALUATE
           END-PERFORM.

      *    Execute la ligne WS-REM-IDX (COMPTE-FILE ouvert en I-O) :
      *    controles de forme, etape L au journal avec la reference
      *    du mouvement a venir, puis virement interne ou externe au
      *    debit du donneur d'ordre relu. Le sort de la ligne est
      *    aussitot porte sur l'avis d'execution.
       EXECUTER-LIGNE-REMISE.
           MOVE WS-REM-E-ENREG(WS-REM-IDX) TO WS-REM-TRAV.
           MOVE SPACES TO WS-AUDIT-REASON.
           IF WS-REM-T-COMPTE NOT NUMERIC OR
              WS-REM-T-COMPTE-N = ZERO
               MOVE "Compte beneficiaire invalide" TO WS-AUDIT-REASON
           ELSE
           IF WS-REM-T-MONTANT NOT NUMERIC OR
              WS-REM-T-MONTANT-N = ZERO
               MOVE "Montant invalide" TO WS-AUDIT-REASON
           ELSE
           IF WS-REM-T-CIRCUIT NOT = "I" AND
              WS-REM-T-CIRCUIT NOT = "E"
               MOVE "Circuit invalide (I ou E attendu)"
                   TO WS-AUDIT-REASON
           ELSE
           IF WS-REM-T-COMPTE-N = WS-REM-DONNEUR
               MOVE "Beneficiaire egal au donneur d'ordre"
                   TO WS-AUDIT-REASON
           ELSE
           IF WS-REM-T-CIRCUIT = "E" AND WS-REM-T-NOM = SPACES
               MOVE "Nom du beneficiaire absent" TO WS-AUDIT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-AUDIT-REASON NOT = SPACES
               DISPLAY "Ligne " WS-REM-IDX " rejetee : "
                   WS-AUDIT-REASON
               MOVE "R" TO WS-REM-E-STATUT(WS-REM-IDX)
               MOVE WS-AUDIT-REASON TO WS-REM-E-MOTIF(WS-REM-IDX)
               MOVE WS-REM-DONNEUR TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               IF WS-REM-T-MONTANT NUMERIC
                   MOVE WS-REM-T-MONTANT-N TO WS-INPUT-MONTANT
               END-IF
               MOVE ZERO TO WS-AUDIT-DEST
               IF WS-REM-T-COMPTE NUMERIC
                   MOVE WS-REM-T-COMPTE-N TO WS-AUDIT-DEST
               END-IF
               MOVE "Remise" TO WS-TRANS-TYPE
               PERFORM ENREGISTRER-AUDIT-REJET
               PERFORM ECRIRE-LIGNE-RAPPORT-REMISE
               EXIT PARAGRAPH
           END-IF.

           MOVE "L" TO WS-JRN-ETAPE.
           MOVE WS-COUNTER TO WS-JRN-DEST.
           MOVE WS-REM-IDX TO WS-JRN-MONTANT.
           PERFORM ECRIRE-JOURNAL-REMISE.

           MOVE WS-REM-T-MONTANT-N TO WS-REM-MONTANT-ED.
           DISPLAY "Ligne " WS-REM-IDX " : " WS-REM-T-CIRCUIT " "
               WS-REM-T-COMPTE-N " " WS-REM-MONTANT-ED.
           MOVE "N" TO WS-VIREMENT-OK.
           MOVE "N" TO WS-SANC-HIT.
           MOVE "Compte source non trouve" TO WS-AUDIT-REASON.
           MOVE WS-REM-DONNEUR TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUDIT-REASON
                   MOVE WS-REM-DONNEUR TO WS-INPUT-COMPTE
                   MOVE WS-REM-T-COMPTE-N TO WS-INPUT-ID
                   MOVE WS-REM-T-MONTANT-N TO WS-INPUT-MONTANT
                   IF WS-REM-T-CIRCUIT = "I"
                       PERFORM EXECUTER-VIREMENT
                   ELSE
                       MOVE WS-REM-T-NOM TO WS-SANC-BENEF-NOM
                       PERFORM EXECUTER-VIREMENT-EXTERNE
                   END-IF
           END-READ.

           IF WS-VIREMENT-OK = "Y"
               MOVE "P" TO WS-REM-E-STATUT(WS-REM-IDX)
               MOVE SPACES TO WS-REM-E-MOTIF(WS-REM-IDX)
           ELSE
               IF WS-SANC-HIT = "Y"
                   MOVE "C" TO WS-REM-E-STATUT(WS-REM-IDX)
                   MOVE "Beneficiaire en attente de conformite"
                       TO WS-REM-E-MOTIF(WS-REM-IDX)
               ELSE
                   MOVE "R" TO WS-REM-E-STATUT(WS-REM-IDX)
                   IF WS-AUDIT-REASON = SPACES
                       MOVE "Virement non execute" TO WS-AUDIT-REASON
                   END-IF
                   MOVE WS-AUDIT-REASON TO WS-REM-E-MOTIF(WS-REM-IDX)
               END-IF
           END-IF.
           PERFORM ECRIRE-LIGNE-RAPPORT-REMISE.

      *    Frais de la remise : frais par ligne du bareme multiplies
      *    par le nombre de lignes payees, preleves en un seul
      *    mouvement Frais sur le donneur d'ordre (COMPTE-FILE ouvert
      *    en I-O). L'etape G du journal en garde la reference.
       PRELEVER-FRAIS-REMISE.
           IF WS-REM-FRAIS-FAITS = "Y"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FRAIS = WS-REM-FRAIS-LIGNE * WS-REM-NB-PAYEES.
           IF WS-FRAIS = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE "G" TO WS-JRN-ETAPE.
           MOVE WS-COUNTER TO WS-JRN-DEST.
           MOVE WS-FRAIS TO WS-JRN-MONTANT.
           PERFORM ECRIRE-JOURNAL-REMISE.

           MOVE WS-REM-DONNEUR TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   DISPLAY "Compte donneur d'ordre introuvable, frais "
                       "de remise non preleves."
                   EXIT PARAGRAPH
           END-READ.
           SUBTRACT WS-FRAIS FROM COMPTE-SOLDE.
           REWRITE COMPTE-RECORD.
           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           COMPUTE WS-BANQUE-DELTA = 0 - WS-FRAIS.
           PERFORM AJUSTER-SOLDE-BANQUE-COMPTE.
           PERFORM ENREGISTRER-FRAIS-TRANSACTION.
           MOVE "Y" TO WS-REM-FRAIS-FAITS.
           DISPLAY "Frais de remise preleves : " WS-FRAIS.

      *    Entete de l'avis d'execution, cree a la premiere execution
      *    de la remise.
       ECRIRE-ENTETE-RAPPORT-REMISE.
           OPEN OUTPUT REMISE-RAPPORT-FILE.
           MOVE "AVIS D'EXECUTION DE REMISE DE VIREMENTS"
               TO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           STRING "DONNEUR D'ORDRE " DELIMITED BY SIZE
                  WS-REM-DONNEUR DELIMITED BY SIZE
                  " - REMISE " DELIMITED BY SIZE
                  WS-REM-REF DELIMITED BY SIZE
                  " - EXECUTEE LE " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           MOVE WS-REM-TOTAL TO WS-REM-MONTANT-ED.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           STRING "LIGNES ANNONCEES " DELIMITED BY SIZE
                  WS-REM-TABLE-COUNT DELIMITED BY SIZE
                  " - TOTAL ANNONCE " DELIMITED BY SIZE
                  WS-REM-MONTANT-ED DELIMITED BY SIZE
                  INTO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           MOVE "LIGNE" TO REMISE-RAPPORT-LINE(1:5).
           MOVE "COMPTE" TO REMISE-RAPPORT-LINE(8:6).
           MOVE "C" TO REMISE-RAPPORT-LINE(19:1).
           MOVE "MONTANT" TO REMISE-RAPPORT-LINE(26:7).
           MOVE "REFERENCE" TO REMISE-RAPPORT-LINE(34:9).
           MOVE "SORT" TO REMISE-RAPPORT-LINE(45:4).
           MOVE "MOTIF" TO REMISE-RAPPORT-LINE(54:5).
           WRITE REMISE-RAPPORT-LINE.
           CLOSE REMISE-RAPPORT-FILE.
           MOVE "00" TO WS-STATUS.

       ECRIRE-REPRISE-RAPPORT-REMISE.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND REMISE-RAPPORT-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT REMISE-RAPPORT-FILE
           END-IF.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           STRING "REPRISE APRES INTERRUPTION LE " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " A PARTIR DE LA LIGNE " DELIMITED BY SIZE
                  WS-REM-DEPART DELIMITED BY SIZE
                  INTO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           CLOSE REMISE-RAPPORT-FILE.
           MOVE "00" TO WS-STATUS.

      *    Ligne de detail de l'avis d'execution pour la ligne
      *    WS-REM-IDX (chargee dans WS-REM-TRAV), ecrite et refermee
      *    aussitot pour servir de point de reprise.
       ECRIRE-LIGNE-RAPPORT-REMISE.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND REMISE-RAPPORT-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT REMISE-RAPPORT-FILE
           END-IF.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           MOVE WS-REM-IDX TO RRD-LIGNE.
           MOVE WS-REM-T-COMPTE TO RRD-COMPTE.
           MOVE WS-REM-T-CIRCUIT TO RRD-CIRCUIT.
           IF WS-REM-T-MONTANT NUMERIC
               MOVE WS-REM-T-MONTANT-N TO RRD-MONTANT
           ELSE
               MOVE ZERO TO RRD-MONTANT
           END-IF.
           MOVE WS-REM-T-REF TO RRD-REF.
           EVALUATE WS-REM-E-STATUT(WS-REM-IDX)
               WHEN "P"
                   MOVE "PAYEE" TO RRD-STATUT
               WHEN "C"
                   MOVE "ATTENTE" TO RRD-STATUT
               WHEN OTHER
                   MOVE "REJETEE" TO RRD-STATUT
           END-EVALUATE.
           MOVE WS-REM-E-MOTIF(WS-REM-IDX) TO RRD-MOTIF.
           WRITE REMISE-RAPPORT-DETAIL.
           CLOSE REMISE-RAPPORT-FILE.
           MOVE "00" TO WS-STATUS.

      *    Bilan de la remise en fin d'avis d'execution.
       ECRIRE-BILAN-RAPPORT-REMISE.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND REMISE-RAPPORT-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT REMISE-RAPPORT-FILE
           END-IF.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           MOVE WS-REM-MONTANT-PAYE TO WS-REM-MONTANT-ED.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           STRING "LIGNES PAYEES     : " DELIMITED BY SIZE
                  WS-REM-NB-PAYEES DELIMITED BY SIZE
                  " POUR " DELIMITED BY SIZE
                  WS-REM-MONTANT-ED DELIMITED BY SIZE
                  INTO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           STRING "LIGNES REJETEES   : " DELIMITED BY SIZE
                  WS-REM-NB-REJETEES DELIMITED BY SIZE
                  INTO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           STRING "LIGNES EN ATTENTE : " DELIMITED BY SIZE
                  WS-REM-NB-ATTENTE DELIMITED BY SIZE
                  " (CONTROLE DE CONFORMITE DU BENEFICIAIRE)"
                  DELIMITED BY SIZE
                  INTO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           COMPUTE WS-FRAIS = WS-REM-FRAIS-LIGNE * WS-REM-NB-PAYEES.
           MOVE WS-FRAIS TO WS-REM-MONTANT-ED.
           MOVE WS-REM-FRAIS-LIGNE TO WS-REM-FRAIS-ED.
           MOVE SPACES TO REMISE-RAPPORT-LINE.
           STRING "FRAIS PRELEVES    : " DELIMITED BY SIZE
                  WS-REM-MONTANT-ED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-REM-FRAIS-ED DELIMITED BY SIZE
                  " PAR LIGNE PAYEE)" DELIMITED BY SIZE
                  INTO REMISE-RAPPORT-LINE.
           WRITE REMISE-RAPPORT-LINE.
           IF WS-REM-FRAIS-VERIF = "Y"
               MOVE SPACES TO REMISE-RAPPORT-LINE
               STRING "*** VERIFICATION MANUELLE REQUISE : FRAIS "
                      DELIMITED BY SIZE
                      "INTERROMPUS, MOUVEMENT " DELIMITED BY SIZE
                      WS-REM-JRN-DEST DELIMITED BY SIZE
                      " ABSENT ***" DELIMITED BY SIZE
                      INTO REMISE-RAPPORT-LINE
               WRITE REMISE-RAPPORT-LINE
           END-IF.
           CLOSE REMISE-RAPPORT-FILE.
           MOVE "00" TO WS-STATUS.

      *    Charge toutes les agences (BANQUE-RECORD) de banque.dat dans
      *    WS-BANQUE-TABLE. banque.dat reste LINE SEQUENTIAL (pas
      *    d'acces direct), donc toute agence doit etre retrouvee par
      *    un parcours complet de la table en memoire.
       CHARGER-BANQUES.
           MOVE 0 TO WS-BANQUE-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT BANQUE-FILE.
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ BANQUE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-BANQUE-TABLE-COUNT
                       IF WS-BANQUE-TABLE-COUNT <= 20
                           MOVE BANQUE-ID TO
                               WS-BANQUE-ENTRY-ID(WS-BANQUE-TABLE-COUNT)
                           MOVE BANQUE-NAME TO
                               WS-BANQUE-ENTRY-NAME
                                   (WS-BANQUE-TABLE-COUNT)
                           MOVE BANQUE-SOLDE TO
                               WS-BANQUE-ENTRY-SOLDE
                                   (WS-BANQUE-TABLE-COUNT)
                           MOVE BANQUE-INTERETS TO
                               WS-BANQUE-ENTRY-TAUX
                                   (WS-BANQUE-TABLE-COUNT)
                           MOVE BANQUE-NB-CLIENTS TO
                               WS-BANQUE-ENTRY-NB-CLIENTS
                                   (WS-BANQUE-TABLE-COUNT)
                           MOVE 0 TO
                               WS-BANQUE-ENTRY-SOMME
                                   (WS-BANQUE-TABLE-COUNT)
      *    Un enregistrement banque d'une version anterieure est plus
      *    court : le compte d'impot revient alors a zero.
                           IF BANQUE-RETENUES NUMERIC
                               MOVE BANQUE-RETENUES TO
                                   WS-BANQUE-ENTRY-RETENUES
                                       (WS-BANQUE-TABLE-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-BANQUE-ENTRY-RETENUES
                                       (WS-BANQUE-TABLE-COUNT)
                           END-IF
      *    De meme pour l'encours des prets, nul avant leur mise en
      *    place.
                           IF BANQUE-ENCOURS NUMERIC
                               MOVE BANQUE-ENCOURS TO
                                   WS-BANQUE-ENTRY-ENCOURS
                                       (WS-BANQUE-TABLE-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-BANQUE-ENTRY-ENCOURS
                                       (WS-BANQUE-TABLE-COUNT)
                           END-IF
                           MOVE 0 TO
                               WS-BANQUE-ENTRY-SOMME-PRET
                                   (WS-BANQUE-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANQUE-FILE.

           IF WS-BANQUE-TABLE-COUNT > 20
               DISPLAY "Attention : plus de 20 agences, seules les "
                   "20 premieres sont gerees."
               MOVE 20 TO WS-BANQUE-TABLE-COUNT
           END-IF.

      *    Reecrit banque.dat a partir de WS-BANQUE-TABLE (meme
      *    principe que SAUVEGARDER-COMPTEUR : BANQUE-FILE est en
      *    LINE SEQUENTIAL, donc toute mise a jour passe par une
      *    reecriture complete du fichier).
       SAUVEGARDER-BANQUES.
           OPEN OUTPUT BANQUE-FILE.
           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
               MOVE WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX) TO BANQUE-ID
               MOVE WS-BANQUE-ENTRY-NAME(WS-BANQUE-IDX) TO BANQUE-NAME
               MOVE WS-BANQUE-ENTRY-SOLDE(WS-BANQUE-IDX)
                   TO BANQUE-SOLDE
               MOVE WS-BANQUE-ENTRY-TAUX(WS-BANQUE-IDX)
                   TO BANQUE-INTERETS
               MOVE WS-BANQUE-ENTRY-NB-CLIENTS(WS-BANQUE-IDX)
                   TO BANQUE-NB-CLIENTS
               MOVE WS-BANQUE-ENTRY-RETENUES(WS-BANQUE-IDX)
                   TO BANQUE-RETENUES
               MOVE WS-BANQUE-ENTRY-ENCOURS(WS-BANQUE-IDX)
                   TO BANQUE-ENCOURS
               WRITE BANQUE-RECORD
           END-PERFORM.
           CLOSE BANQUE-FILE.

      *    Cherche l'agence WS-BANQUE-ID-CIBLE dans WS-BANQUE-TABLE
      *    (doit etre appele apres CHARGER-BANQUES). Renvoie l'index
      *    dans WS-BANQUE-FOUND-IDX, ou zero si non trouvee.
       RECHERCHER-BANQUE.
           MOVE 0 TO WS-BANQUE-FOUND-IDX.
           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
               IF WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX) = WS-BANQUE-ID-CIBLE
                   MOVE WS-BANQUE-IDX TO WS-BANQUE-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Incremente BANQUE-NB-CLIENTS de l'agence WS-BANQUE-ID-CIBLE,
      *    appele par AJOUTER-CLIENT apres chaque creation de client.
       METTRE-A-JOUR-COMPTEUR-CLIENTS.
           PERFORM CHARGER-BANQUES.
           PERFORM RECHERCHER-BANQUE.
           IF WS-BANQUE-FOUND-IDX NOT = 0
               ADD 1 TO
                   WS-BANQUE-ENTRY-NB-CLIENTS(WS-BANQUE-FOUND-IDX)
               PERFORM SAUVEGARDER-BANQUES
           END-IF.

      *    Applique un delta (positif ou negatif, WS-BANQUE-DELTA) au
      *    BANQUE-SOLDE de l'agence WS-BANQUE-ID-CIBLE, pour garder le
      *    solde de l'agence synchronise avec ses comptes a chaque
      *    ouverture de compte, depot, retrait, virement ou interet.
       AJUSTER-SOLDE-BANQUE.
           PERFORM CHARGER-BANQUES.
           PERFORM RECHERCHER-BANQUE.
           IF WS-BANQUE-FOUND-IDX NOT = 0
               COMPUTE WS-BANQUE-ENTRY-SOLDE(WS-BANQUE-FOUND-IDX) =
                   WS-BANQUE-ENTRY-SOLDE(WS-BANQUE-FOUND-IDX)
                   + WS-BANQUE-DELTA
               PERFORM SAUVEGARDER-BANQUES
           END-IF.

      *    Charge la table des cours depuis taux.dat : l'entree 1 est
      *    toujours la devise de reference EUR a 1, les devises du
      *    fichier suivent. Repositionne WS-STATUS pour pouvoir etre
      *    appele au coeur des boucles de lecture.
       CHARGER-DEVISES.
           MOVE 1 TO WS-DEV-TABLE-COUNT.
           MOVE "EUR" TO WS-DEV-ENTRY-CODE(1).
           MOVE 1 TO WS-DEV-ENTRY-COURS(1).
           MOVE "00" TO WS-STATUS.
           OPEN INPUT TAUX-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ TAUX-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF WS-DEV-TABLE-COUNT < 10
                           ADD 1 TO WS-DEV-TABLE-COUNT
                           MOVE TAUX-DEVISE TO
                               WS-DEV-ENTRY-CODE(WS-DEV-TABLE-COUNT)
                           MOVE TAUX-COURS TO
                               WS-DEV-ENTRY-COURS(WS-DEV-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAUX-FILE.
           MOVE "00" TO WS-STATUS.

      *    Reecrit taux.dat a partir de WS-DEV-TABLE (l'entree 1,
      *    EUR, n'est jamais ecrite : son cours est fixe).
       SAUVEGARDER-DEVISES.
           OPEN OUTPUT TAUX-FILE.
           PERFORM VARYING WS-DEV-IDX FROM 2 BY 1
                   UNTIL WS-DEV-IDX > WS-DEV-TABLE-COUNT
               MOVE WS-DEV-ENTRY-CODE(WS-DEV-IDX) TO TAUX-DEVISE
               MOVE WS-DEV-ENTRY-COURS(WS-DEV-IDX) TO TAUX-COURS
               WRITE TAUX-RECORD
           END-PERFORM.
           CLOSE TAUX-FILE.

      *    Cherche la devise WS-DEV-CIBLE dans WS-DEV-TABLE (doit
      *    etre appele apres CHARGER-DEVISES) ; a blanc vaut EUR.
      *    Renvoie l'index dans WS-DEV-FOUND-IDX, zero si inconnue.
       RECHERCHER-DEVISE.
           IF WS-DEV-CIBLE = SPACES
               MOVE "EUR" TO WS-DEV-CIBLE
           END-IF.
           MOVE 0 TO WS-DEV-FOUND-IDX.
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-DEV-TABLE-COUNT
               IF WS-DEV-ENTRY-CODE(WS-DEV-IDX) = WS-DEV-CIBLE
                   MOVE WS-DEV-IDX TO WS-DEV-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Cours du jour de la devise WS-DEV-CIBLE dans WS-DEV-COURS
      *    (1 pour l'EUR, et pour une devise inconnue afin de ne pas
      *    bloquer un mouvement : l'anomalie est signalee).
       OBTENIR-COURS-DEVISE.
           PERFORM CHARGER-DEVISES.
           PERFORM RECHERCHER-DEVISE.
           IF WS-DEV-FOUND-IDX = 0
               DISPLAY "Attention : cours inconnu pour la devise "
                   WS-DEV-CIBLE ", cours 1 applique."
               MOVE 1 TO WS-DEV-COURS
           ELSE
               MOVE WS-DEV-ENTRY-COURS(WS-DEV-FOUND-IDX)
                   TO WS-DEV-COURS
           END-IF.

      *    Convertit WS-DEV-MONTANT, exprime dans la devise du
      *    COMPTE-RECORD charge, en WS-DEV-MONTANT-BASE (EUR) au
      *    cours du jour. Repositionne WS-STATUS.
       CONVERTIR-EN-BASE-COMPTE.
           MOVE COMPTE-DEVISE TO WS-DEV-CIBLE.
           PERFORM OBTENIR-COURS-DEVISE.
           COMPUTE WS-DEV-MONTANT-BASE ROUNDED =
               WS-DEV-MONTANT * WS-DEV-COURS.
           MOVE "00" TO WS-STATUS.

      *    Applique WS-BANQUE-DELTA, exprime dans la devise du
      *    COMPTE-RECORD charge, au solde (EUR) de l'agence
      *    WS-BANQUE-ID-CIBLE : conversion puis AJUSTER-SOLDE-BANQUE.
       AJUSTER-SOLDE-BANQUE-COMPTE.
           MOVE WS-BANQUE-DELTA TO WS-DEV-MONTANT.
           PERFORM CONVERTIR-EN-BASE-COMPTE.
           MOVE WS-DEV-MONTANT-BASE TO WS-BANQUE-DELTA.
           PERFORM AJUSTER-SOLDE-BANQUE.

      *    Cours du jour de la devise du compte WS-DEV-COMPTE-CIBLE
      *    dans WS-DEV-COURS (1 si compte introuvable), pour les
      *    chemins ou COMPTE-FILE n'est pas deja ouvert.
       OBTENIR-COURS-COMPTE.
           MOVE "EUR" TO WS-DEV-CIBLE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-DEV-COMPTE-CIBLE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPTE-DEVISE TO WS-DEV-CIBLE
               END-READ
               CLOSE COMPTE-FILE
           END-IF.
           PERFORM OBTENIR-COURS-DEVISE.
           MOVE "00" TO WS-STATUS.

      *    Conversion d'un virement interne qui change de devise :
      *    montant credite (WS-DEV-MONTANT-DEST) et cours applique
      *    (WS-DEV-COURS-APPLIQUE, zero si les deux comptes sont dans
      *    la meme devise) calcules depuis WS-DEV-SRC/WS-DEV-DST et
      *    le cours source deja releve (WS-DEV-COURS-SRC).
       CONVERTIR-MONTANT-VIREMENT.
           IF WS-DEV-DST = SPACES
               MOVE "EUR" TO WS-DEV-DST
           END-IF.
           MOVE 0 TO WS-DEV-COURS-APPLIQUE.
           MOVE WS-INPUT-MONTANT TO WS-DEV-MONTANT-DEST.
           IF WS-DEV-DST NOT = WS-DEV-SRC
               MOVE WS-DEV-DST TO WS-DEV-CIBLE
               PERFORM OBTENIR-COURS-DEVISE
               MOVE WS-DEV-COURS TO WS-DEV-COURS-DST
               COMPUTE WS-DEV-COURS-APPLIQUE ROUNDED =
                   WS-DEV-COURS-SRC / WS-DEV-COURS-DST
               COMPUTE WS-DEV-MONTANT-DEST ROUNDED =
                   WS-INPUT-MONTANT * WS-DEV-COURS-SRC
                   / WS-DEV-COURS-DST
               MOVE WS-DEV-COURS-APPLIQUE TO WS-EDIT-COURS
               DISPLAY "Conversion " WS-DEV-SRC " vers " WS-DEV-DST
                   " au cours " WS-EDIT-COURS " : "
                   WS-DEV-MONTANT-DEST "."
           END-IF.

      *    Gestion des cours de devises (acces superviseur) : liste
      *    des cours du jour et mise a jour ou ajout d'une devise,
      *    sur le modele de MODIFIER-PARAMETRES.
       GERER-DEVISES.
           PERFORM CHARGER-DEVISES.
           DISPLAY "Cours du jour des devises.".
           PERFORM VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > WS-DEV-TABLE-COUNT
               MOVE WS-DEV-ENTRY-COURS(WS-DEV-IDX) TO WS-EDIT-COURS
               DISPLAY "  " WS-DEV-ENTRY-CODE(WS-DEV-IDX)
                   " : " WS-EDIT-COURS
           END-PERFORM.

           DISPLAY "Devise a mettre a jour (vide = aucune) : "
               WITH NO ADVANCING.
           ACCEPT WS-DEV-SAISIE.
           IF WS-DEV-SAISIE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEV-SAISIE = "EUR"
               DISPLAY "Erreur : l'EUR est la devise de reference, "
                   "cours fixe a 1."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nouveau cours (unites d'EUR pour 1 "
               WS-DEV-SAISIE ") : " WITH NO ADVANCING.
           ACCEPT WS-DEV-NOUVEAU-COURS.
           IF WS-DEV-NOUVEAU-COURS = ZERO
               DISPLAY "Erreur : le cours doit etre superieur a zero."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DEV-SAISIE TO WS-DEV-CIBLE.
           PERFORM RECHERCHER-DEVISE.
           IF WS-DEV-FOUND-IDX = 0
               IF WS-DEV-TABLE-COUNT >= 10
                   DISPLAY "Erreur : nombre maximum de devises "
                       "atteint."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEV-TABLE-COUNT
               MOVE WS-DEV-TABLE-COUNT TO WS-DEV-FOUND-IDX
               MOVE WS-DEV-SAISIE TO
                   WS-DEV-ENTRY-CODE(WS-DEV-FOUND-IDX)
           END-IF.
           MOVE WS-DEV-NOUVEAU-COURS TO
               WS-DEV-ENTRY-COURS(WS-DEV-FOUND-IDX).
           PERFORM SAUVEGARDER-DEVISES.
           DISPLAY "Cours enregistre.".

      *    Nouvelle agence (multi-agences) : ajoutee a la suite dans
      *    banque.dat, meme principe que AJOUTER-CLIENT pour
      *    CLIENT-FILE mais sans acces direct puisque BANQUE-FILE
      *    reste sequentiel.
       CREER-BANQUE.
           DISPLAY "Creation d'une nouvelle agence.".
           DISPLAY "ID agence (5 chiffres) : " WITH NO ADVANCING.
           ACCEPT NEW-BANQUE-ID.
           DISPLAY "Nom de l'agence : " WITH NO ADVANCING.
           ACCEPT NEW-BANQUE-NAME.
           DISPLAY "Solde initial (ex: 0.00) : " WITH NO ADVANCING.
           ACCEPT NEW-BANQUE-SOLDE.
           DISPLAY "Taux d'interet (ex: 2.50) : " WITH NO ADVANCING.
           ACCEPT NEW-BANQUE-TAUX.

           PERFORM CHARGER-BANQUES.
           MOVE NEW-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           PERFORM RECHERCHER-BANQUE.
           IF WS-BANQUE-FOUND-IDX NOT = 0
               DISPLAY "Erreur : une agence avec cet ID existe deja."
               EXIT PARAGRAPH
           END-IF.

           IF WS-BANQUE-TABLE-COUNT >= 20
               DISPLAY "Erreur : nombre maximum d'agences atteint."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BANQUE-TABLE-COUNT.
           MOVE NEW-BANQUE-ID TO
               WS-BANQUE-ENTRY-ID(WS-BANQUE-TABLE-COUNT).
           MOVE NEW-BANQUE-NAME TO
               WS-BANQUE-ENTRY-NAME(WS-BANQUE-TABLE-COUNT).
           MOVE NEW-BANQUE-SOLDE TO
               WS-BANQUE-ENTRY-SOLDE(WS-BANQUE-TABLE-COUNT).
           MOVE NEW-BANQUE-TAUX TO
               WS-BANQUE-ENTRY-TAUX(WS-BANQUE-TABLE-COUNT).
           MOVE 0 TO
               WS-BANQUE-ENTRY-NB-CLIENTS(WS-BANQUE-TABLE-COUNT).
           MOVE 0 TO
               WS-BANQUE-ENTRY-RETENUES(WS-BANQUE-TABLE-COUNT).
           MOVE 0 TO
               WS-BANQUE-ENTRY-ENCOURS(WS-BANQUE-TABLE-COUNT).

           PERFORM SAUVEGARDER-BANQUES.
           DISPLAY "Agence creee avec succes.".

      *    Charge tous les ordres permanents d'ordre.dat dans
      *    WS-ORDRE-TABLE (meme principe que CHARGER-BANQUES :
      *    fichier LINE SEQUENTIEL relu en entier).
       CHARGER-ORDRES.
           MOVE 0 TO WS-ORDRE-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT ORDRE-FILE.
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ ORDRE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-ORDRE-TABLE-COUNT
                       IF WS-ORDRE-TABLE-COUNT <= 100
                           MOVE ORDRE-ID TO
                               WS-ORDRE-ENTRY-ID(WS-ORDRE-TABLE-COUNT)
                           MOVE ORDRE-COMPTE-SOURCE TO
                               WS-ORDRE-ENTRY-SOURCE
                                   (WS-ORDRE-TABLE-COUNT)
                           MOVE ORDRE-COMPTE-DEST TO
                               WS-ORDRE-ENTRY-DEST
                                   (WS-ORDRE-TABLE-COUNT)
                           MOVE ORDRE-MONTANT TO
                               WS-ORDRE-ENTRY-MONTANT
                                   (WS-ORDRE-TABLE-COUNT)
                           MOVE ORDRE-FREQUENCE TO
                               WS-ORDRE-ENTRY-FREQ
                                   (WS-ORDRE-TABLE-COUNT)
                           MOVE ORDRE-PROCHAINE-DATE TO
                               WS-ORDRE-ENTRY-PROCHAINE
                                   (WS-ORDRE-TABLE-COUNT)
                           MOVE ORDRE-DATE-FIN TO
                               WS-ORDRE-ENTRY-FIN
                                   (WS-ORDRE-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDRE-FILE.

           IF WS-ORDRE-TABLE-COUNT > 100
               DISPLAY "Attention : plus de 100 ordres permanents, "
                   "seuls les 100 premiers sont geres."
               MOVE 100 TO WS-ORDRE-TABLE-COUNT
           END-IF.

      *    Reecrit ordre.dat a partir de WS-ORDRE-TABLE (meme
      *    principe que SAUVEGARDER-BANQUES).
      *    Reecrit ordre.dat depuis la table. Index de boucle propre
      *    (WS-ORDRE-SAVE-IDX) : la sauvegarde est aussi appelee au
      *    coeur de la boucle d'execution nocturne, qui tient deja
      *    WS-ORDRE-IDX.
       SAUVEGARDER-ORDRES.
           OPEN OUTPUT ORDRE-FILE.
           PERFORM VARYING WS-ORDRE-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-ORDRE-SAVE-IDX > WS-ORDRE-TABLE-COUNT
               MOVE WS-ORDRE-ENTRY-ID(WS-ORDRE-SAVE-IDX) TO ORDRE-ID
               MOVE WS-ORDRE-ENTRY-SOURCE(WS-ORDRE-SAVE-IDX)
                   TO ORDRE-COMPTE-SOURCE
               MOVE WS-ORDRE-ENTRY-DEST(WS-ORDRE-SAVE-IDX)
                   TO ORDRE-COMPTE-DEST
               MOVE WS-ORDRE-ENTRY-MONTANT(WS-ORDRE-SAVE-IDX)
                   TO ORDRE-MONTANT
               MOVE WS-ORDRE-ENTRY-FREQ(WS-ORDRE-SAVE-IDX)
                   TO ORDRE-FREQUENCE
               MOVE WS-ORDRE-ENTRY-PROCHAINE(WS-ORDRE-SAVE-IDX)
                   TO ORDRE-PROCHAINE-DATE
               MOVE WS-ORDRE-ENTRY-FIN(WS-ORDRE-SAVE-IDX)
                   TO ORDRE-DATE-FIN
               WRITE ORDRE-RECORD
           END-PERFORM.
           CLOSE ORDRE-FILE.

      *    Cherche l'ordre WS-ORDRE-ID-CIBLE dans WS-ORDRE-TABLE
      *    (doit etre appele apres CHARGER-ORDRES). Renvoie l'index
      *    dans WS-ORDRE-FOUND-IDX, ou zero si non trouve.
       RECHERCHER-ORDRE.
           MOVE 0 TO WS-ORDRE-FOUND-IDX.
           PERFORM VARYING WS-ORDRE-IDX FROM 1 BY 1
                   UNTIL WS-ORDRE-IDX > WS-ORDRE-TABLE-COUNT
               IF WS-ORDRE-ENTRY-ID(WS-ORDRE-IDX) = WS-ORDRE-ID-CIBLE
                   MOVE WS-ORDRE-IDX TO WS-ORDRE-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Gestion des virements permanents depuis le menu guichet :
      *    ajout, liste et suppression des ordres d'ordre.dat.
       GERER-ORDRES-PERMANENTS.
           DISPLAY "==== VIREMENTS PERMANENTS ====".
           DISPLAY "1. Ajouter un ordre".
           DISPLAY "2. Lister les ordres".
           DISPLAY "3. Supprimer un ordre".
           DISPLAY "Choisissez une option : " WITH NO ADVANCING.
           ACCEPT WS-ORDRE-CHOIX.

           EVALUATE WS-ORDRE-CHOIX
               WHEN 1
                   PERFORM AJOUTER-ORDRE
               WHEN 2
                   PERFORM LISTER-ORDRES
               WHEN 3
                   PERFORM SUPPRIMER-ORDRE
               WHEN OTHER
                   DISPLAY "Option invalide."
           END-EVALUATE.

       AJOUTER-ORDRE.
           DISPLAY "Ajout d'un virement permanent.".
           DISPLAY "ID de l'ordre (5 chiffres) : " WITH NO ADVANCING.
           ACCEPT NEW-ORDRE-ID.
           DISPLAY "Compte source : " WITH NO ADVANCING.
           ACCEPT NEW-ORDRE-SOURCE.
           DISPLAY "Compte destination : " WITH NO ADVANCING.
           ACCEPT NEW-ORDRE-DEST.
           DISPLAY "Montant : " WITH NO ADVANCING.
           ACCEPT NEW-ORDRE-MONTANT.
           DISPLAY "Frequence (M=mensuel, H=hebdomadaire) : "
               WITH NO ADVANCING.
           ACCEPT NEW-ORDRE-FREQ.
           DISPLAY "Prochaine execution (AAAAMMJJ) : "
               WITH NO ADVANCING.
           ACCEPT NEW-ORDRE-PROCHAINE.
           DISPLAY "Date de fin (AAAAMMJJ, 0 si aucune) : "
               WITH NO ADVANCING.
           ACCEPT NEW-ORDRE-FIN.

           IF NEW-ORDRE-FREQ NOT = "M" AND NEW-ORDRE-FREQ NOT = "H"
               DISPLAY "Erreur : frequence invalide (M ou H)."
               EXIT PARAGRAPH
           END-IF.

           IF NEW-ORDRE-MONTANT = ZERO
               DISPLAY "Erreur : le montant doit etre superieur a "
                   "zero."
               EXIT PARAGRAPH
           END-IF.

      *    Controle calendaire strict : une date impossible (mois 13,
      *    jour 32...) stockee ici ferait derailler AVANCER-DATE-ORDRE
      *    (INTEGER-OF-DATE rend zero) et le rattrapage nocturne
      *    executerait des milliers d'echeances aberrantes.
           MOVE NEW-ORDRE-PROCHAINE TO WS-DATE-CTRL.
           PERFORM CONTROLER-DATE-CALENDRIER.
           IF WS-DATE-VALIDE = "N"
               DISPLAY "Erreur : date de prochaine execution "
                   "invalide."
               EXIT PARAGRAPH
           END-IF.

           IF NEW-ORDRE-FIN NOT = 0
               MOVE NEW-ORDRE-FIN TO WS-DATE-CTRL
               PERFORM CONTROLER-DATE-CALENDRIER
               IF WS-DATE-VALIDE = "N"
                   DISPLAY "Erreur : date de fin invalide."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF NEW-ORDRE-FIN NOT = 0 AND
              NEW-ORDRE-FIN < NEW-ORDRE-PROCHAINE
               DISPLAY "Erreur : la date de fin precede la prochaine "
                   "execution."
               EXIT PARAGRAPH
           END-IF.

      *    Un ordre permanent est execute sans surveillance par le
      *    traitement nocturne : le seuil superviseur se controle
      *    donc au moment de la saisie, comme pour un mouvement
      *    direct au guichet, sinon il suffirait d'un ordre a
      *    echeance du jour pour contourner l'accord.
           PERFORM CHARGER-PARAMETRES.
           IF NEW-ORDRE-MONTANT > WS-PARAM-SEUIL-SUP AND
              WS-OPER-ROLE NOT = "S"
               PERFORM DEMANDER-OVERRIDE-SUPERVISEUR
               IF WS-ACCES-OK NOT = "Y"
                   DISPLAY "Ordre refuse sans accord superviseur."
                   MOVE NEW-ORDRE-SOURCE  TO WS-INPUT-COMPTE
                   MOVE NEW-ORDRE-MONTANT TO WS-INPUT-MONTANT
                   MOVE "Virement" TO WS-TRANS-TYPE
                   MOVE "Refus accord superviseur"
                       TO WS-AUDIT-REASON
                   MOVE NEW-ORDRE-DEST TO WS-AUDIT-DEST
                   PERFORM ENREGISTRER-AUDIT-REJET
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    Les deux comptes doivent exister dans compte.dat au moment
      *    de la saisie ; un compte ferme entre-temps sera rejete par
      *    le traitement nocturne et trace dans audit.dat.
           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE NEW-ORDRE-SOURCE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               IF WS-FOUND = "Y"
                   MOVE NEW-ORDRE-DEST TO COMPTE-NUM
                   READ COMPTE-FILE
                       INVALID KEY
                           MOVE "N" TO WS-FOUND
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               CLOSE COMPTE-FILE
           END-IF.

           IF WS-FOUND = "N"
               DISPLAY "Erreur : compte source ou destination "
                   "non trouve."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-ORDRES.
           MOVE NEW-ORDRE-ID TO WS-ORDRE-ID-CIBLE.
           PERFORM RECHERCHER-ORDRE.
           IF WS-ORDRE-FOUND-IDX NOT = 0
               DISPLAY "Erreur : un ordre avec cet ID existe deja."
               EXIT PARAGRAPH
           END-IF.

           IF WS-ORDRE-TABLE-COUNT >= 100
               DISPLAY "Erreur : nombre maximum d'ordres atteint."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ORDRE-TABLE-COUNT.
           MOVE NEW-ORDRE-ID TO
               WS-ORDRE-ENTRY-ID(WS-ORDRE-TABLE-COUNT).
           MOVE NEW-ORDRE-SOURCE TO
               WS-ORDRE-ENTRY-SOURCE(WS-ORDRE-TABLE-COUNT).
           MOVE NEW-ORDRE-DEST TO
               WS-ORDRE-ENTRY-DEST(WS-ORDRE-TABLE-COUNT).
           MOVE NEW-ORDRE-MONTANT TO
               WS-ORDRE-ENTRY-MONTANT(WS-ORDRE-TABLE-COUNT).
           MOVE NEW-ORDRE-FREQ TO
               WS-ORDRE-ENTRY-FREQ(WS-ORDRE-TABLE-COUNT).
           MOVE NEW-ORDRE-PROCHAINE TO
               WS-ORDRE-ENTRY-PROCHAINE(WS-ORDRE-TABLE-COUNT).
           MOVE NEW-ORDRE-FIN TO
               WS-ORDRE-ENTRY-FIN(WS-ORDRE-TABLE-COUNT).

           PERFORM SAUVEGARDER-ORDRES.
           DISPLAY "Ordre permanent cree avec succes.".

       LISTER-ORDRES.
           PERFORM CHARGER-ORDRES.
           IF WS-ORDRE-TABLE-COUNT = 0
               DISPLAY "Aucun ordre permanent enregistre."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ORDRE-IDX FROM 1 BY 1
                   UNTIL WS-ORDRE-IDX > WS-ORDRE-TABLE-COUNT
               DISPLAY "Ordre : " WS-ORDRE-ENTRY-ID(WS-ORDRE-IDX)
               DISPLAY "  Source      : "
                   WS-ORDRE-ENTRY-SOURCE(WS-ORDRE-IDX)
               DISPLAY "  Destination : "
                   WS-ORDRE-ENTRY-DEST(WS-ORDRE-IDX)
               DISPLAY "  Montant     : "
                   WS-ORDRE-ENTRY-MONTANT(WS-ORDRE-IDX)
               DISPLAY "  Frequence   : "
                   WS-ORDRE-ENTRY-FREQ(WS-ORDRE-IDX)
               DISPLAY "  Prochaine   : "
                   WS-ORDRE-ENTRY-PROCHAINE(WS-ORDRE-IDX)
               DISPLAY "  Fin         : "
                   WS-ORDRE-ENTRY-FIN(WS-ORDRE-IDX)
               DISPLAY "-----------------------------"
           END-PERFORM.

       SUPPRIMER-ORDRE.
           DISPLAY "Suppression d'un virement permanent.".
           DISPLAY "ID de l'ordre : " WITH NO ADVANCING.
           ACCEPT WS-ORDRE-ID-CIBLE.

           PERFORM CHARGER-ORDRES.
           PERFORM RECHERCHER-ORDRE.
           IF WS-ORDRE-FOUND-IDX = 0
               DISPLAY "Erreur : ordre non trouve."
               EXIT PARAGRAPH
           END-IF.

      *    Decale les entrees suivantes d'un cran vers le haut pour
      *    combler le trou, puis reecrit le fichier.
           PERFORM VARYING WS-ORDRE-IDX FROM WS-ORDRE-FOUND-IDX BY 1
                   UNTIL WS-ORDRE-IDX >= WS-ORDRE-TABLE-COUNT
               MOVE WS-ORDRE-ENTRY(WS-ORDRE-IDX + 1)
                   TO WS-ORDRE-ENTRY(WS-ORDRE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-ORDRE-TABLE-COUNT.

           PERFORM SAUVEGARDER-ORDRES.
           DISPLAY "Ordre supprime avec succes.".

      *    Execution, par le traitement nocturne, de tous les ordres
      *    permanents echus a la date du jour (WS-TODAY). Chaque
      *    echeance passe par EXECUTER-VIREMENT (memes debits/credits,
      *    meme journalisation TRANSACTION-FILE et meme
      *    AJUSTER-SOLDE-BANQUE qu'un virement manuel) ; les echecs
      *    partent dans audit.dat via ENREGISTRER-AUDIT-REJET et
      *    l'echeance est reportee pour ne pas etre retentee en
      *    boucle chaque nuit.
       EXECUTER-ORDRES-PERMANENTS.
           DISPLAY "--- Execution des virements permanents ---".
           PERFORM CHARGER-ORDRES.
           IF WS-ORDRE-TABLE-COUNT = 0
               DISPLAY "Aucun ordre permanent a executer."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ORDRE-EXECUTES.
           MOVE 0 TO WS-ORDRE-ECHECS.
           PERFORM VARYING WS-ORDRE-IDX FROM 1 BY 1
                   UNTIL WS-ORDRE-IDX > WS-ORDRE-TABLE-COUNT
               PERFORM EXECUTER-ORDRE-DU
           END-PERFORM.

           DISPLAY WS-ORDRE-EXECUTES " echeance(s) executee(s), "
               WS-ORDRE-ECHECS " echec(s) en audit.".
           DISPLAY "--- Fin des virements permanents ---".

      *    Traite toutes les echeances dues de l'ordre courant
      *    (WS-ORDRE-IDX) : un ordre en retard de plusieurs periodes
      *    est rattrape echeance par echeance. ordre.dat est reecrit
      *    apres chaque echeance (une centaine d'enregistrements au
      *    plus) : un batch interrompu qu'on relance reprend alors a
      *    l'echeance suivante au lieu de re-executer les virements
      *    deja passes.
       EXECUTER-ORDRE-DU.
           PERFORM UNTIL
                   WS-ORDRE-ENTRY-PROCHAINE(WS-ORDRE-IDX) > WS-TODAY
                   OR (WS-ORDRE-ENTRY-FIN(WS-ORDRE-IDX) NOT = 0 AND
                       WS-ORDRE-ENTRY-PROCHAINE(WS-ORDRE-IDX) >
                           WS-ORDRE-ENTRY-FIN(WS-ORDRE-IDX))
               PERFORM EXECUTER-ECHEANCE-ORDRE
               PERFORM AVANCER-DATE-ORDRE
               PERFORM SAUVEGARDER-ORDRES
           END-PERFORM.

       EXECUTER-ECHEANCE-ORDRE.
           MOVE WS-ORDRE-ENTRY-SOURCE(WS-ORDRE-IDX)
               TO WS-INPUT-COMPTE.
           MOVE WS-ORDRE-ENTRY-DEST(WS-ORDRE-IDX) TO WS-INPUT-ID.
           MOVE WS-ORDRE-ENTRY-MONTANT(WS-ORDRE-IDX)
               TO WS-INPUT-MONTANT.
           DISPLAY "Ordre " WS-ORDRE-ENTRY-ID(WS-ORDRE-IDX)
               " : virement de " WS-INPUT-COMPTE
               " vers " WS-INPUT-ID.

           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               PERFORM ORDRE-ECHEC-SOURCE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FOUND.
           MOVE WS-INPUT-COMPTE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

           IF WS-FOUND = "N"
               PERFORM ORDRE-ECHEC-SOURCE
           ELSE
               IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
                   DISPLAY "Compte source dormant ou bloque."
                   MOVE "Virement" TO WS-TRANS-TYPE
                   MOVE "Compte source dormant ou bloque"
                       TO WS-AUDIT-REASON
                   MOVE WS-INPUT-ID TO WS-AUDIT-DEST
                   PERFORM ENREGISTRER-AUDIT-REJET
                   ADD 1 TO WS-ORDRE-ECHECS
               ELSE
                   PERFORM EXECUTER-VIREMENT
                   IF WS-VIREMENT-OK = "Y"
                       ADD 1 TO WS-ORDRE-EXECUTES
                   ELSE
                       ADD 1 TO WS-ORDRE-ECHECS
                       IF WS-AUDIT-REASON =
                          "Solde insuffisant pour virement"
                           PERFORM AVISER-ORDRE-ECHEC
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE COMPTE-FILE.

      *    Echec cote source d'une echeance (fichier comptes
      *    inaccessible ou compte absent) : l'echeance part en audit,
      *    comme tout autre echec d'ordre.
       ORDRE-ECHEC-SOURCE.
           DISPLAY "Compte source non trouve.".
           MOVE "Virement" TO WS-TRANS-TYPE.
           MOVE "Compte source non trouve" TO WS-AUDIT-REASON.
           MOVE WS-INPUT-ID TO WS-AUDIT-DEST.
           PERFORM ENREGISTRER-AUDIT-REJET.
           ADD 1 TO WS-ORDRE-ECHECS.

      *    Avis OE au client dont l'echeance d'ordre permanent
      *    (WS-ORDRE-IDX) n'a pu etre executee faute de provision.
       AVISER-ORDRE-ECHEC.
           MOVE "OE" TO WS-AVIS-N-EVENEMENT.
           MOVE WS-ORDRE-ENTRY-SOURCE(WS-ORDRE-IDX)
               TO WS-AVIS-N-COMPTE.
           MOVE WS-ORDRE-ENTRY-MONTANT(WS-ORDRE-IDX)
               TO WS-AVIS-N-MONTANT.
           MOVE WS-ORDRE-ENTRY-PROCHAINE(WS-ORDRE-IDX)
               TO WS-AVIS-N-DATE-REF.
           MOVE WS-ORDRE-ENTRY-ID(WS-ORDRE-IDX) TO WS-AVIS-N-REF.
           PERFORM ENREGISTRER-AVIS.

      *    Reporte la prochaine echeance de l'ordre courant selon sa
      *    frequence : H = 7 jours, M = mois suivant (jour plafonne
      *    au 28 pour rester valide tous les mois).
       AVANCER-DATE-ORDRE.
           MOVE WS-ORDRE-ENTRY-PROCHAINE(WS-ORDRE-IDX)
               TO WS-ORDRE-DATE-CALC-N.
           IF WS-ORDRE-ENTRY-FREQ(WS-ORDRE-IDX) = "H"
               COMPUTE WS-ORDRE-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-ORDRE-DATE-CALC-N) + 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-ORDRE-JOURS)
                   TO WS-ORDRE-DATE-CALC-N
           ELSE
               ADD 1 TO WS-ORDRE-CALC-MM
               IF WS-ORDRE-CALC-MM > 12
                   MOVE 1 TO WS-ORDRE-CALC-MM
                   ADD 1 TO WS-ORDRE-CALC-AAAA
               END-IF
               IF WS-ORDRE-CALC-JJ > 28
                   MOVE 28 TO WS-ORDRE-CALC-JJ
               END-IF
           END-IF.
           MOVE WS-ORDRE-DATE-CALC-N
               TO WS-ORDRE-ENTRY-PROCHAINE(WS-ORDRE-IDX).

      *    Validite calendaire de WS-DATE-CTRL par aller-retour
      *    INTEGER-OF-DATE / DATE-OF-INTEGER : une date impossible
      *    rend un entier nul ou ne se reconstitue pas a l'identique.
       CONTROLER-DATE-CALENDRIER.
           MOVE "N" TO WS-DATE-VALIDE.
           IF WS-DATE-CTRL >= 16010101
               COMPUTE WS-DATE-CTRL-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CTRL)
               IF WS-DATE-CTRL-JOURS > 0 AND
                  FUNCTION DATE-OF-INTEGER(WS-DATE-CTRL-JOURS)
                      = WS-DATE-CTRL
                   MOVE "Y" TO WS-DATE-VALIDE
               END-IF
           END-IF.

      *    Export du soir vers la chambre de compensation : recopie
      *    les virements externes en attente (virexport.dat) dans le
      *    fichier aller du jour (compensation_<date>.out), en
      *    soldant l'attente mouvement par mouvement. Les comptes
      *    sources ont deja ete debites au fil de l'eau par
      *    EXECUTER-VIREMENT-EXTERNE.
       EXPORTER-COMPENSATION.
           DISPLAY "Export des virements externes (compensation).".
           MOVE 0 TO WS-COMP-EXPORTES.
           PERFORM CHARGER-ATTENTE-EXPORT.
           IF WS-ATTENTE-DEBORDE = "Y"
               DISPLAY "Attente de compensation anormalement "
                   "volumineuse : export refuse, rien n'a ete "
                   "modifie."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ATTENTE-TABLE-COUNT = 0
               DISPLAY "Aucun virement externe en attente."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-COMP-OUT-FILENAME.
           STRING "compensation_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".out" DELIMITED BY SIZE
                  INTO WS-COMP-OUT-FILENAME.

      *    Chaque mouvement est appose au fichier aller du jour
      *    (ouverture et fermeture par mouvement pour forcer
      *    l'ecriture sur disque) puis aussitot efface de l'attente :
      *    un arret en plein export ne peut remettre en double a la
      *    chambre qu'au plus le mouvement en cours, jamais tout le
      *    lot, et un second export le meme soir complete la remise
      *    au lieu de la detruire.
           PERFORM VARYING WS-ATTENTE-IDX FROM 1 BY 1
                   UNTIL WS-ATTENTE-IDX > WS-ATTENTE-TABLE-COUNT
               PERFORM EXPORTER-UN-MOUVEMENT
           END-PERFORM.

           DISPLAY WS-COMP-EXPORTES " virement(s) exporte(s) vers "
               WS-COMP-OUT-FILENAME.

      *    Charge virexport.dat dans WS-ATTENTE-TABLE (meme principe
      *    que CHARGER-ORDRES). Le debordement ne peut venir que d'un
      *    etat anormal : la saisie plafonne l'attente bien
      *    en-dessous de la table.
       CHARGER-ATTENTE-EXPORT.
           MOVE 0 TO WS-ATTENTE-TABLE-COUNT.
           MOVE "N" TO WS-ATTENTE-DEBORDE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT EXPORT-ATTENTE-FILE.
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ EXPORT-ATTENTE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF WS-ATTENTE-TABLE-COUNT >= 250
                           MOVE "Y" TO WS-ATTENTE-DEBORDE
                           MOVE "10" TO WS-STATUS
                       ELSE
                           ADD 1 TO WS-ATTENTE-TABLE-COUNT
                           MOVE ATTENTE-RECORD TO
                               WS-ATTENTE-ENTRY(WS-ATTENTE-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXPORT-ATTENTE-FILE.

      *    Ecrit le mouvement courant (WS-ATTENTE-IDX) dans le
      *    fichier aller, avec la bascule OUTPUT au statut 35 pour la
      *    toute premiere remise du jour, puis solde l'attente.
       EXPORTER-UN-MOUVEMENT.
           MOVE WS-ATTENTE-ENTRY(WS-ATTENTE-IDX) TO WS-ATTENTE-TRAV.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND COMPENSATION-OUT-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT COMPENSATION-OUT-FILE
           END-IF.
           MOVE WS-ATT-REF     TO COMP-OUT-REF.
           MOVE WS-ATT-DATE    TO COMP-OUT-DATE.
           MOVE WS-ATT-SOURCE  TO COMP-OUT-SOURCE.
           MOVE WS-ATT-DEST    TO COMP-OUT-DEST.
           MOVE WS-ATT-MONTANT TO COMP-OUT-MONTANT.
           WRITE COMP-OUT-RECORD.
           CLOSE COMPENSATION-OUT-FILE.
           ADD 1 TO WS-COMP-EXPORTES.
           PERFORM SOLDER-ATTENTE-TRAITEE.

      *    Reecrit virexport.dat avec les seuls mouvements pas encore
      *    exportes (entrees au-dela de WS-ATTENTE-IDX).
       SOLDER-ATTENTE-TRAITEE.
           OPEN OUTPUT EXPORT-ATTENTE-FILE.
           COMPUTE WS-ATTENTE-RESTE = WS-ATTENTE-IDX + 1.
           PERFORM UNTIL WS-ATTENTE-RESTE > WS-ATTENTE-TABLE-COUNT
               MOVE WS-ATTENTE-ENTRY(WS-ATTENTE-RESTE)
                   TO ATTENTE-RECORD
               WRITE ATTENTE-RECORD
               ADD 1 TO WS-ATTENTE-RESTE
           END-PERFORM.
           CLOSE EXPORT-ATTENTE-FILE.

      *    Import du fichier recu de la chambre de compensation
      *    (compensation.in) : credite chaque compte destinataire
      *    present dans compte.dat, journalise le mouvement
      *    (VirExtIn) dans transaction.dat, et ecrit tout
      *    enregistrement mal forme ou sans compte correspondant dans
      *    rejets_compensation.txt au lieu de le perdre.
       IMPORTER-COMPENSATION.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               MOVE ZERO TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "VirExtIn" TO WS-TRANS-TYPE
               MOVE "Journee comptable fermee" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Import du fichier de compensation.".
           MOVE 0 TO WS-COMP-CREDITES.
           MOVE 0 TO WS-COMP-REJETES.
           MOVE 0 TO WS-COMP-ATTENTE.
           PERFORM CHARGER-SANCTIONS.
           PERFORM CHARGER-COMPENSATION-RECUE.
           IF WS-COMPIN-ABSENT = "Y"
               DISPLAY "Fichier compensation.in absent ou illisible: "
                   WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF WS-COMPIN-DEBORDE = "Y"
               DISPLAY "Plus de 250 mouvements dans compensation.in :"
               DISPLAY "scindez le fichier recu et relancez l'import,"
               DISPLAY "rien n'a ete modifie."
               EXIT PARAGRAPH
           END-IF.
      *    Un fichier recu vide (cas d'un second passage apres solde)
      *    ne doit pas effacer le rapport de rejets du passage
      *    precedent : le rapport n'est ouvert qu'apres ce controle.
           IF WS-COMPIN-TABLE-COUNT = 0
               DISPLAY "Aucun mouvement a importer."
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT REJETS-FILE.
      *    Chaque mouvement traite (credite ou rejete) est aussitot
      *    efface du fichier recu, comme SAUVEGARDER-ORDRES au fil
      *    des echeances : un arret en plein import ne peut faire
      *    recrediter au pire que le mouvement en cours, jamais tout
      *    le lot deja passe.
           PERFORM VARYING WS-COMPIN-IDX FROM 1 BY 1
                   UNTIL WS-COMPIN-IDX > WS-COMPIN-TABLE-COUNT
               MOVE WS-COMPIN-ENTRY(WS-COMPIN-IDX)
                   TO WS-COMP-IN-TRAV
               PERFORM TRAITER-MOUVEMENT-ENTRANT
               PERFORM SOLDER-COMPENSATION-TRAITEE
           END-PERFORM.
           CLOSE REJETS-FILE.

           DISPLAY WS-COMP-CREDITES " mouvement(s) credite(s), "
               WS-COMP-REJETES " rejet(s) dans "
               "rejets_compensation.txt".
           IF WS-COMP-ATTENTE NOT = 0
               DISPLAY WS-COMP-ATTENTE " mouvement(s) en attente de "
                   "conformite (option 43)."
           END-IF.

      *    Charge compensation.in dans WS-COMPIN-TABLE. Le fichier
      *    vient de la chambre : au-dela de la table, l'import est
      *    refuse en bloc (l'operateur scinde le fichier), jamais
      *    tronque en silence.
       CHARGER-COMPENSATION-RECUE.
           MOVE 0 TO WS-COMPIN-TABLE-COUNT.
           MOVE "N" TO WS-COMPIN-DEBORDE.
           MOVE "N" TO WS-COMPIN-ABSENT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPENSATION-IN-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y" TO WS-COMPIN-ABSENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ COMPENSATION-IN-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF WS-COMPIN-TABLE-COUNT >= 250
                           MOVE "Y" TO WS-COMPIN-DEBORDE
                           MOVE "10" TO WS-STATUS
                       ELSE
                           ADD 1 TO WS-COMPIN-TABLE-COUNT
                           MOVE COMP-IN-RECORD TO
                               WS-COMPIN-ENTRY(WS-COMPIN-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPENSATION-IN-FILE.

      *    Reecrit compensation.in avec les seuls mouvements pas
      *    encore traites (entrees au-dela de WS-COMPIN-IDX).
       SOLDER-COMPENSATION-TRAITEE.
           OPEN OUTPUT COMPENSATION-IN-FILE.
           COMPUTE WS-COMPIN-RESTE = WS-COMPIN-IDX + 1.
           PERFORM UNTIL WS-COMPIN-RESTE > WS-COMPIN-TABLE-COUNT
               MOVE WS-COMPIN-ENTRY(WS-COMPIN-RESTE)
                   TO COMP-IN-RECORD
               WRITE COMP-IN-RECORD
               ADD 1 TO WS-COMPIN-RESTE
           END-PERFORM.
           CLOSE COMPENSATION-IN-FILE.

      *    Traite le mouvement entrant place dans WS-COMP-IN-TRAV :
      *    controle de forme puis credit du compte destinataire.
       TRAITER-MOUVEMENT-ENTRANT.
           IF WS-CIN-DEST NOT NUMERIC OR
              WS-CIN-MONTANT NOT NUMERIC OR
              WS-CIN-SOURCE NOT NUMERIC
               MOVE "Enregistrement mal forme" TO WS-COMP-REJET-MOTIF
               PERFORM ECRIRE-REJET-COMPENSATION
               EXIT PARAGRAPH
           END-IF.

           IF WS-CIN-MONTANT-N = ZERO
               MOVE "Montant nul" TO WS-COMP-REJET-MOTIF
               PERFORM ECRIRE-REJET-COMPENSATION
               EXIT PARAGRAPH
           END-IF.

      *    Donneur d'ordre reconnu sur la liste de surveillance
      *    (liste chargee par l'import) : le credit est mis en
      *    attente de conformite au lieu d'etre passe.
           IF WS-CONF-LIBERATION NOT = "Y"
               MOVE WS-CIN-NOM TO WS-SANC-NOM-CIBLE
               PERFORM FILTRER-NOM-SURVEILLANCE
               IF WS-SANC-HIT = "Y"
                   INITIALIZE WS-CONF-NOUVEAU
                   MOVE "E" TO WS-CONF-N-OBJET
                   MOVE WS-CIN-NOM TO WS-CONF-N-NOM
                   MOVE WS-CIN-DEST-N TO WS-CONF-N-COMPTE
                   MOVE WS-CIN-SOURCE-N TO WS-CONF-N-CONTREPARTIE
                   MOVE WS-CIN-MONTANT-N TO WS-CONF-N-MONTANT
                   MOVE WS-CIN-REF TO WS-CONF-N-REF
                   MOVE WS-CIN-DATE TO WS-CONF-N-ORIGINE-DATE
                   PERFORM METTRE-EN-ATTENTE-CONFORMITE
                   IF WS-CONF-ENREGISTRE = "N"
                       MOVE "File conformite pleine"
                           TO WS-COMP-REJET-MOTIF
                       PERFORM ECRIRE-REJET-COMPENSATION
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-COMP-ATTENTE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO WS-FOUND.
           MOVE "Compte destination non trouve"
               TO WS-COMP-REJET-MOTIF.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-CIN-DEST-N TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
                           MOVE "Compte destination dormant/bloque"
                               TO WS-COMP-REJET-MOTIF
      *    Pas de versement de compensation sur un compte a terme :
      *    le capital place est fige a la souscription.
                       ELSE
                       IF COMPTE-TYPE = "Terme"
                           MOVE "Compte destination a terme"
                               TO WS-COMP-REJET-MOTIF
                       ELSE
                       IF COMPTE-TYPE = "Pret"
                           MOVE "Compte destination de pret"
                               TO WS-COMP-REJET-MOTIF
      *    Le fichier de la chambre est en EUR : un compte tenu dans
      *    une autre devise est credite au cours du jour, cours porte
      *    sur le mouvement.
                       ELSE
                           MOVE COMPTE-DEVISE TO WS-DEV-CIBLE
                           PERFORM OBTENIR-COURS-DEVISE
                           COMPUTE WS-DEV-MONTANT-DEST ROUNDED =
                               WS-CIN-MONTANT-N / WS-DEV-COURS
                           ADD WS-DEV-MONTANT-DEST TO COMPTE-SOLDE
                           REWRITE COMPTE-RECORD
                           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE
                           MOVE WS-CIN-MONTANT-N TO WS-BANQUE-DELTA
                           PERFORM AJUSTER-SOLDE-BANQUE
                           MOVE "Y" TO WS-FOUND
                       END-IF
                       END-IF
                       END-IF
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

           IF WS-FOUND = "N"
               PERFORM ECRIRE-REJET-COMPENSATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COUNTER        TO WS-TRANS-ID.
           MOVE WS-CIN-DEST-N     TO WS-TRANS-COMPTE.
           MOVE WS-TODAY          TO WS-TRANS-DATE.
           MOVE "VirExtIn"        TO WS-TRANS-TYPE.
           MOVE WS-DEV-MONTANT-DEST TO WS-TRANS-MONTANT.
           MOVE WS-CIN-SOURCE-N   TO WS-TRANS-DEST.
           IF WS-DEV-COURS NOT = 1
               MOVE WS-DEV-COURS TO WS-TRANS-COURS
           END-IF.
           PERFORM ECRIRE-TRANSACTION.
           ADD 1 TO WS-COMP-CREDITES.

       ECRIRE-REJET-COMPENSATION.
           MOVE SPACES TO REJETS-LINE.
           STRING WS-COMP-REJET-MOTIF DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-COMP-IN-TRAV DELIMITED BY SIZE
                  INTO REJETS-LINE.
           WRITE REJETS-LINE.
           ADD 1 TO WS-COMP-REJETES.

      *    Prelevements recus : mandats donnes par nos clients a
      *    leurs creanciers (prlvmandat.dat), creanciers bloques par
      *    compte (prlvblocage.dat), import du fichier de la chambre
      *    (prelevements.in) et contestation au guichet. Les
      *    registres se tiennent au guichet, sans acces superviseur,
      *    comme les oppositions sur cheques.
       GERER-PRELEVEMENTS.
           DISPLAY "==== PRELEVEMENTS ====".
           DISPLAY "1. Enregistrer un mandat de prelevement".
           DISPLAY "2. Lister les mandats et blocages d'un compte".
           DISPLAY "3. Revoquer un mandat".
           DISPLAY "4. Bloquer un creancier".
           DISPLAY "5. Lever le blocage d'un creancier".
           DISPLAY "6. Contester un prelevement (remboursement)".
           DISPLAY "7. Importer le fichier de prelevements".
           DISPLAY "Choisissez une option : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-CHOIX.

           EVALUATE WS-PRLV-CHOIX
               WHEN 1
                   PERFORM AJOUTER-MANDAT-PRLV
               WHEN 2
                   PERFORM LISTER-MANDATS-PRLV
               WHEN 3
                   PERFORM REVOQUER-MANDAT-PRLV
               WHEN 4
                   PERFORM BLOQUER-CREANCIER-PRLV
               WHEN 5
                   PERFORM DEBLOQUER-CREANCIER-PRLV
               WHEN 6
                   PERFORM CONTESTER-PRELEVEMENT
               WHEN 7
                   PERFORM IMPORTER-PRELEVEMENTS
               WHEN OTHER
                   DISPLAY "Option invalide."
           END-EVALUATE.

      *    Charge prlvmandat.dat dans WS-PMD-TABLE (meme principe que
      *    CHARGER-PRETS).
       CHARGER-MANDATS-PRLV.
           MOVE 0 TO WS-PMD-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT PRLV-MANDAT-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ PRLV-MANDAT-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-PMD-TABLE-COUNT
                       IF WS-PMD-TABLE-COUNT <= 300
                           MOVE PRLV-MANDAT-RECORD TO
                               WS-PMD-ENTRY(WS-PMD-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRLV-MANDAT-FILE.
           MOVE "00" TO WS-STATUS.
           IF WS-PMD-TABLE-COUNT > 300
               DISPLAY "Attention : plus de 300 mandats de "
                   "prelevement, seuls les 300 premiers sont pris en "
                   "compte."
               MOVE 300 TO WS-PMD-TABLE-COUNT
           END-IF.

       SAUVEGARDER-MANDATS-PRLV.
           OPEN OUTPUT PRLV-MANDAT-FILE.
           PERFORM VARYING WS-PMD-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-PMD-SAVE-IDX > WS-PMD-TABLE-COUNT
               MOVE WS-PMD-ENTRY(WS-PMD-SAVE-IDX)
                   TO PRLV-MANDAT-RECORD
               WRITE PRLV-MANDAT-RECORD
           END-PERFORM.
           CLOSE PRLV-MANDAT-FILE.
           MOVE "00" TO WS-STATUS.

      *    Recherche le mandat WS-PRLV-COMPTE-CIBLE /
      *    WS-PRLV-CREANCIER-CIBLE / WS-PRLV-RUM-CIBLE dans
      *    WS-PMD-TABLE (doit etre appele apres
      *    CHARGER-MANDATS-PRLV).
       RECHERCHER-MANDAT-PRLV.
           MOVE 0 TO WS-PMD-FOUND-IDX.
           PERFORM VARYING WS-PMD-IDX FROM 1 BY 1
                   UNTIL WS-PMD-IDX > WS-PMD-TABLE-COUNT
               IF WS-PMD-ENTRY-COMPTE(WS-PMD-IDX) =
                      WS-PRLV-COMPTE-CIBLE AND
                  WS-PMD-ENTRY-CREANCIER(WS-PMD-IDX) =
                      WS-PRLV-CREANCIER-CIBLE AND
                  WS-PMD-ENTRY-RUM(WS-PMD-IDX) = WS-PRLV-RUM-CIBLE
                   MOVE WS-PMD-IDX TO WS-PMD-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Charge prlvblocage.dat dans WS-PBL-TABLE.
       CHARGER-BLOCAGES-PRLV.
           MOVE 0 TO WS-PBL-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT PRLV-BLOCAGE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ PRLV-BLOCAGE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-PBL-TABLE-COUNT
                       IF WS-PBL-TABLE-COUNT <= 200
                           MOVE PRLV-BLOCAGE-RECORD TO
                               WS-PBL-ENTRY(WS-PBL-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRLV-BLOCAGE-FILE.
           MOVE "00" TO WS-STATUS.
           IF WS-PBL-TABLE-COUNT > 200
               DISPLAY "Attention : plus de 200 creanciers bloques, "
                   "seuls les 200 premiers sont pris en compte."
               MOVE 200 TO WS-PBL-TABLE-COUNT
           END-IF.

       SAUVEGARDER-BLOCAGES-PRLV.
           OPEN OUTPUT PRLV-BLOCAGE-FILE.
           PERFORM VARYING WS-PBL-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-PBL-SAVE-IDX > WS-PBL-TABLE-COUNT
               MOVE WS-PBL-ENTRY(WS-PBL-SAVE-IDX)
                   TO PRLV-BLOCAGE-RECORD
               WRITE PRLV-BLOCAGE-RECORD
           END-PERFORM.
           CLOSE PRLV-BLOCAGE-FILE.
           MOVE "00" TO WS-STATUS.

      *    Recherche le blocage WS-PRLV-COMPTE-CIBLE /
      *    WS-PRLV-CREANCIER-CIBLE dans WS-PBL-TABLE.
       RECHERCHER-BLOCAGE-PRLV.
           MOVE 0 TO WS-PBL-FOUND-IDX.
           PERFORM VARYING WS-PBL-IDX FROM 1 BY 1
                   UNTIL WS-PBL-IDX > WS-PBL-TABLE-COUNT
               IF WS-PBL-ENTRY-COMPTE(WS-PBL-IDX) =
                      WS-PRLV-COMPTE-CIBLE AND
                  WS-PBL-ENTRY-CREANCIER(WS-PBL-IDX) =
                      WS-PRLV-CREANCIER-CIBLE
                   MOVE WS-PBL-IDX TO WS-PBL-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Lit le compte WS-PRLV-COMPTE-CIBLE (WS-FOUND a Y s'il
      *    existe, COMPTE-RECORD charge).
       LIRE-COMPTE-PRLV.
           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-PRLV-COMPTE-CIBLE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE COMPTE-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Saisie d'un mandat signe par le client : un compte a vue
      *    ou d'epargne, un creancier et une reference de mandat
      *    (RUM) non vides, une date de signature valide et non
      *    future.
       AJOUTER-MANDAT-PRLV.
           DISPLAY "Enregistrement d'un mandat de prelevement.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-COMPTE-CIBLE.
           PERFORM LIRE-COMPTE-PRLV.
           IF WS-FOUND = "N"
               DISPLAY "Erreur : compte non trouve."
               EXIT PARAGRAPH
           END-IF.
           IF COMPTE-TYPE = "Terme" OR COMPTE-TYPE = "Pret"
               DISPLAY "Erreur : un compte " COMPTE-TYPE
                   " n'accepte pas de prelevement."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Identifiant du creancier : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-CREANCIER-CIBLE.
           DISPLAY "Reference du mandat (RUM) : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-RUM-CIBLE.
           IF WS-PRLV-CREANCIER-CIBLE = SPACES OR
              WS-PRLV-RUM-CIBLE = SPACES
               DISPLAY "Erreur : creancier et reference obligatoires."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Date de signature (AAAAMMJJ) : "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PMD-SIGNATURE.
           MOVE WS-NEW-PMD-SIGNATURE TO WS-DATE-CTRL.
           PERFORM CONTROLER-DATE-CALENDRIER.
           IF WS-DATE-VALIDE = "N" OR WS-NEW-PMD-SIGNATURE > WS-TODAY
               DISPLAY "Erreur : date de signature invalide."
               EXIT PARAGRAPH
           END-IF.

      *    Un mandat revoque n'est pas reactive : le creancier doit
      *    faire signer un nouveau mandat, sous une nouvelle
      *    reference.
           PERFORM CHARGER-MANDATS-PRLV.
           PERFORM RECHERCHER-MANDAT-PRLV.
           IF WS-PMD-FOUND-IDX NOT = 0
               IF WS-PMD-ENTRY-REVOQUE(WS-PMD-FOUND-IDX) = "O"
                   DISPLAY "Erreur : ce mandat a ete revoque le "
                       WS-PMD-ENTRY-REVOCATION(WS-PMD-FOUND-IDX)
                       ", une nouvelle reference est requise."
               ELSE
                   DISPLAY "Erreur : ce mandat est deja enregistre."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PMD-TABLE-COUNT >= 300
               DISPLAY "Erreur : nombre maximum de mandats atteint."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PMD-TABLE-COUNT.
           MOVE WS-PMD-TABLE-COUNT TO WS-PMD-IDX.
           MOVE WS-PRLV-COMPTE-CIBLE
               TO WS-PMD-ENTRY-COMPTE(WS-PMD-IDX).
           MOVE WS-PRLV-CREANCIER-CIBLE
               TO WS-PMD-ENTRY-CREANCIER(WS-PMD-IDX).
           MOVE WS-PRLV-RUM-CIBLE TO WS-PMD-ENTRY-RUM(WS-PMD-IDX).
           MOVE WS-NEW-PMD-SIGNATURE
               TO WS-PMD-ENTRY-SIGNATURE(WS-PMD-IDX).
           MOVE "N" TO WS-PMD-ENTRY-REVOQUE(WS-PMD-IDX).
           MOVE 0 TO WS-PMD-ENTRY-REVOCATION(WS-PMD-IDX).
           PERFORM SAUVEGARDER-MANDATS-PRLV.
           DISPLAY "Mandat de prelevement enregistre.".

       LISTER-MANDATS-PRLV.
           DISPLAY "Mandats et blocages de prelevement d'un compte.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-COMPTE-CIBLE.

           PERFORM CHARGER-MANDATS-PRLV.
           MOVE 0 TO WS-PMD-NB.
           PERFORM VARYING WS-PMD-IDX FROM 1 BY 1
                   UNTIL WS-PMD-IDX > WS-PMD-TABLE-COUNT
               IF WS-PMD-ENTRY-COMPTE(WS-PMD-IDX) =
                  WS-PRLV-COMPTE-CIBLE
                   IF WS-PMD-ENTRY-REVOQUE(WS-PMD-IDX) = "O"
                       DISPLAY "Mandat " WS-PMD-ENTRY-RUM(WS-PMD-IDX)
                           " creancier "
                           WS-PMD-ENTRY-CREANCIER(WS-PMD-IDX)
                           " signe le "
                           WS-PMD-ENTRY-SIGNATURE(WS-PMD-IDX)
                           " revoque le "
                           WS-PMD-ENTRY-REVOCATION(WS-PMD-IDX)
                   ELSE
                       DISPLAY "Mandat " WS-PMD-ENTRY-RUM(WS-PMD-IDX)
                           " creancier "
                           WS-PMD-ENTRY-CREANCIER(WS-PMD-IDX)
                           " signe le "
                           WS-PMD-ENTRY-SIGNATURE(WS-PMD-IDX)
                   END-IF
                   ADD 1 TO WS-PMD-NB
               END-IF
           END-PERFORM.
           IF WS-PMD-NB = 0
               DISPLAY "Aucun mandat de prelevement sur ce compte."
           END-IF.

           PERFORM CHARGER-BLOCAGES-PRLV.
           PERFORM VARYING WS-PBL-IDX FROM 1 BY 1
                   UNTIL WS-PBL-IDX > WS-PBL-TABLE-COUNT
               IF WS-PBL-ENTRY-COMPTE(WS-PBL-IDX) =
                  WS-PRLV-COMPTE-CIBLE
                   DISPLAY "Creancier bloque : "
                       WS-PBL-ENTRY-CREANCIER(WS-PBL-IDX)
                       " depuis le " WS-PBL-ENTRY-DATE(WS-PBL-IDX)
               END-IF
           END-PERFORM.

      *    Revocation d'un mandat a la demande du client : les
      *    prelevements presentes ensuite sous ce mandat sont
      *    retournes (MD01).
       REVOQUER-MANDAT-PRLV.
           DISPLAY "Revocation d'un mandat de prelevement.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-COMPTE-CIBLE.
           DISPLAY "Identifiant du creancier : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-CREANCIER-CIBLE.
           DISPLAY "Reference du mandat (RUM) : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-RUM-CIBLE.

           PERFORM CHARGER-MANDATS-PRLV.
           PERFORM RECHERCHER-MANDAT-PRLV.
           IF WS-PMD-FOUND-IDX = 0
               DISPLAY "Erreur : mandat non trouve."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PMD-ENTRY-REVOQUE(WS-PMD-FOUND-IDX) = "O"
               DISPLAY "Ce mandat est deja revoque."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirmer la revocation (O/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "Revocation annulee."
               EXIT PARAGRAPH
           END-IF.

           MOVE "O" TO WS-PMD-ENTRY-REVOQUE(WS-PMD-FOUND-IDX).
           MOVE WS-TODAY TO WS-PMD-ENTRY-REVOCATION(WS-PMD-FOUND-IDX).
           PERFORM SAUVEGARDER-MANDATS-PRLV.
           DISPLAY "Mandat revoque.".

      *    Blocage d'un creancier sur un compte, mandat ou non : tout
      *    prelevement qu'il presente sur ce compte est retourne
      *    (SL01) jusqu'a la levee du blocage.
       BLOQUER-CREANCIER-PRLV.
           DISPLAY "Blocage d'un creancier.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-COMPTE-CIBLE.
           PERFORM LIRE-COMPTE-PRLV.
           IF WS-FOUND = "N"
               DISPLAY "Erreur : compte non trouve."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Identifiant du creancier : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-CREANCIER-CIBLE.
           IF WS-PRLV-CREANCIER-CIBLE = SPACES
               DISPLAY "Erreur : creancier obligatoire."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-BLOCAGES-PRLV.
           PERFORM RECHERCHER-BLOCAGE-PRLV.
           IF WS-PBL-FOUND-IDX NOT = 0
               DISPLAY "Ce creancier est deja bloque sur ce compte."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PBL-TABLE-COUNT >= 200
               DISPLAY "Erreur : nombre maximum de blocages atteint."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PBL-TABLE-COUNT.
           MOVE WS-PRLV-COMPTE-CIBLE
               TO WS-PBL-ENTRY-COMPTE(WS-PBL-TABLE-COUNT).
           MOVE WS-PRLV-CREANCIER-CIBLE
               TO WS-PBL-ENTRY-CREANCIER(WS-PBL-TABLE-COUNT).
           MOVE WS-TODAY TO WS-PBL-ENTRY-DATE(WS-PBL-TABLE-COUNT).
           PERFORM SAUVEGARDER-BLOCAGES-PRLV.
           DISPLAY "Creancier bloque.".

       DEBLOQUER-CREANCIER-PRLV.
           DISPLAY "Levee du blocage d'un creancier.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-COMPTE-CIBLE.
           DISPLAY "Identifiant du creancier : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-CREANCIER-CIBLE.

           PERFORM CHARGER-BLOCAGES-PRLV.
           PERFORM RECHERCHER-BLOCAGE-PRLV.
           IF WS-PBL-FOUND-IDX = 0
               DISPLAY "Erreur : aucun blocage de ce creancier sur "
                   "ce compte."
               EXIT PARAGRAPH
           END-IF.

      *    Decalage d'un cran, comme SUPPRIMER-ORDRE.
           PERFORM VARYING WS-PBL-SAVE-IDX FROM WS-PBL-FOUND-IDX BY 1
                   UNTIL WS-PBL-SAVE-IDX >= WS-PBL-TABLE-COUNT
               MOVE WS-PBL-ENTRY(WS-PBL-SAVE-IDX + 1)
                   TO WS-PBL-ENTRY(WS-PBL-SAVE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PBL-TABLE-COUNT.
           PERFORM SAUVEGARDER-BLOCAGES-PRLV.
           DISPLAY "Blocage leve.".

      *    Contestation d'un prelevement par le client : dans le
      *    delai parametre a compter du debit, le montant debite est
      *    rembourse (mouvement RembPrlv, destination = mouvement
      *    Prlv d'origine). prlvhisto.dat est en ajout seul : le
      *    remboursement y ajoute une ligne portant le mouvement
      *    RembPrlv, ce qui interdit un second remboursement.
       CONTESTER-PRELEVEMENT.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               MOVE ZERO TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "RembPrlv" TO WS-TRANS-TYPE
               MOVE "Journee comptable fermee" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Contestation d'un prelevement.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-PRLV-COMPTE-CIBLE.
           DISPLAY "Numero du mouvement de prelevement : "
               WITH NO ADVANCING.
           ACCEPT WS-PRLV-TRANS-ID.

           MOVE "N" TO WS-FOUND.
           MOVE "N" TO WS-PRLV-DEJA-REMB.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT PRLV-HISTO-FILE.
           IF WS-STATUS = "00"
               PERFORM UNTIL WS-STATUS = "10"
                   READ PRLV-HISTO-FILE
                       AT END
                           MOVE "10" TO WS-STATUS
                       NOT AT END
                           IF PHI-TRANS-ID = WS-PRLV-TRANS-ID AND
                              PHI-COMPTE = WS-PRLV-COMPTE-CIBLE
                               IF PHI-REMB-ID = 0
                                   MOVE "Y" TO WS-FOUND
                                   MOVE PRLV-HISTO-RECORD
                                       TO WS-PRLV-HISTO
                               ELSE
                                   MOVE "Y" TO WS-PRLV-DEJA-REMB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRLV-HISTO-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

           IF WS-FOUND = "N"
               DISPLAY "Erreur : prelevement non trouve sur ce compte."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRLV-DEJA-REMB = "Y"
               DISPLAY "Erreur : ce prelevement a deja ete rembourse."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PRLV-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-PHI-DATE).
           PERFORM CHARGER-PARAMETRES.
           IF WS-PRLV-JOURS > WS-PARAM-DELAI-PRLV
               DISPLAY "Erreur : delai de contestation depasse ("
                   WS-PARAM-DELAI-PRLV " jours)."
               MOVE WS-PRLV-COMPTE-CIBLE TO WS-INPUT-COMPTE
               MOVE WS-PHI-MONTANT TO WS-INPUT-MONTANT
               MOVE "RembPrlv" TO WS-TRANS-TYPE
               MOVE "Delai de contestation depasse"
                   TO WS-AUDIT-REASON
               MOVE WS-PRLV-TRANS-ID TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Prelevement du " WS-PHI-DATE " creancier "
               WS-PHI-CREANCIER.
           DISPLAY "Mandat " WS-PHI-RUM " montant " WS-PHI-MONTANT.
           DISPLAY "Confirmer le remboursement (O/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "Contestation annulee."
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRLV-COMPTE-CIBLE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   DISPLAY "Erreur : compte non trouve."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
               DISPLAY "Erreur : compte dormant ou bloque, "
                   "reactivation requise (option 21)."
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           ADD WS-PHI-MONTANT TO COMPTE-SOLDE.
           REWRITE COMPTE-RECORD.
           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           MOVE WS-PHI-MONTANT TO WS-BANQUE-DELTA.
           PERFORM AJUSTER-SOLDE-BANQUE-COMPTE.
           CLOSE COMPTE-FILE.

           MOVE WS-COUNTER          TO WS-TRANS-ID.
           MOVE WS-PRLV-COMPTE-CIBLE TO WS-TRANS-COMPTE.
           MOVE WS-TODAY            TO WS-TRANS-DATE.
           MOVE "RembPrlv"          TO WS-TRANS-TYPE.
           MOVE WS-PHI-MONTANT      TO WS-TRANS-MONTANT.
           MOVE WS-PRLV-TRANS-ID    TO WS-TRANS-DEST.
           MOVE WS-COUNTER          TO WS-PHI-REMB-ID.
           PERFORM ECRIRE-TRANSACTION.
           PERFORM ECRIRE-HISTO-PRELEVEMENT.
           DISPLAY "Prelevement rembourse : " WS-PHI-MONTANT.

      *    Ajoute WS-PRLV-HISTO a prlvhisto.dat.
       ECRIRE-HISTO-PRELEVEMENT.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND PRLV-HISTO-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT PRLV-HISTO-FILE
           END-IF.
           MOVE WS-PRLV-HISTO TO PRLV-HISTO-RECORD.
           WRITE PRLV-HISTO-RECORD.
           CLOSE PRLV-HISTO-FILE.
           MOVE "00" TO WS-STATUS.

      *    Import du fichier de prelevements recu de la chambre
      *    (prelevements.in), au batch de nuit ou depuis le menu :
      *    chaque prelevement est controle (compte, statut, mandat,
      *    blocage du creancier, solde disponible) puis debite
      *    (mouvement Prlv) ou retourne a la chambre avec son code
      *    motif dans retours_prlv_<date>.out, le rejet partant
      *    aussi en audit.
       IMPORTER-PRELEVEMENTS.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               MOVE ZERO TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "Prlv" TO WS-TRANS-TYPE
               MOVE "Journee comptable fermee" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- Import des prelevements recus ---".
           MOVE 0 TO WS-PRLV-DEBITES.
           MOVE 0 TO WS-PRLV-RETOURNES.
           PERFORM CHARGER-PRELEVEMENTS-RECUS.
           IF WS-PIN-ABSENT = "Y"
               DISPLAY "Aucun fichier prelevements.in a importer."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-DEBORDE = "Y"
               DISPLAY "Plus de 250 prelevements dans prelevements.in :"
               DISPLAY "scindez le fichier recu et relancez l'import,"
               DISPLAY "rien n'a ete modifie."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-TABLE-COUNT = 0
               DISPLAY "Aucun prelevement a importer."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-MANDATS-PRLV.
           PERFORM CHARGER-BLOCAGES-PRLV.
           MOVE SPACES TO WS-PRLV-RETOUR-FILENAME.
           STRING "retours_prlv_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".out" DELIMITED BY SIZE
                  INTO WS-PRLV-RETOUR-FILENAME.

      *    Chaque prelevement traite (debite ou retourne) est aussitot
      *    efface du fichier recu, comme pour la compensation ; un
      *    prelevement deja debite qu'une reprise represente est
      *    reconnu dans prlvhisto.dat et retourne en doublon.
           PERFORM VARYING WS-PIN-IDX FROM 1 BY 1
                   UNTIL WS-PIN-IDX > WS-PIN-TABLE-COUNT
               MOVE WS-PIN-ENTRY(WS-PIN-IDX) TO WS-PIN-TRAV
               PERFORM TRAITER-PRELEVEMENT-RECU
               PERFORM SOLDER-PRELEVEMENTS-TRAITES
           END-PERFORM.

           DISPLAY WS-PRLV-DEBITES " prelevement(s) debite(s), "
               WS-PRLV-RETOURNES " retour(s) dans "
               WS-PRLV-RETOUR-FILENAME.
           DISPLAY "--- Fin de l'import des prelevements ---".

      *    Charge prelevements.in dans WS-PIN-TABLE (meme principe
      *    que CHARGER-COMPENSATION-RECUE : refus en bloc au-dela de
      *    la table).
       CHARGER-PRELEVEMENTS-RECUS.
           MOVE 0 TO WS-PIN-TABLE-COUNT.
           MOVE "N" TO WS-PIN-DEBORDE.
           MOVE "N" TO WS-PIN-ABSENT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT PRLV-IN-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "Y" TO WS-PIN-ABSENT
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ PRLV-IN-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF WS-PIN-TABLE-COUNT >= 250
                           MOVE "Y" TO WS-PIN-DEBORDE
                           MOVE "10" TO WS-STATUS
                       ELSE
                           ADD 1 TO WS-PIN-TABLE-COUNT
                           MOVE PRLV-IN-RECORD TO
                               WS-PIN-ENTRY(WS-PIN-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRLV-IN-FILE.
           MOVE "00" TO WS-STATUS.

      *    Reecrit prelevements.in avec les seuls prelevements pas
      *    encore traites (entrees au-dela de WS-PIN-IDX).
       SOLDER-PRELEVEMENTS-TRAITES.
           OPEN OUTPUT PRLV-IN-FILE.
           COMPUTE WS-PIN-RESTE = WS-PIN-IDX + 1.
           PERFORM UNTIL WS-PIN-RESTE > WS-PIN-TABLE-COUNT
               MOVE WS-PIN-ENTRY(WS-PIN-RESTE) TO PRLV-IN-RECORD
               WRITE PRLV-IN-RECORD
               ADD 1 TO WS-PIN-RESTE
           END-PERFORM.
           CLOSE PRLV-IN-FILE.
           MOVE "00" TO WS-STATUS.

      *    Traite le prelevement place dans WS-PIN-TRAV : controle
      *    de forme et de doublon, puis controles du compte et debit
      *    (CONTROLER-PRELEVEMENT), ou retour avec son code motif.
       TRAITER-PRELEVEMENT-RECU.
           MOVE SPACES TO WS-PRLV-MOTIF.
           MOVE ZERO TO WS-INPUT-COMPTE.
           MOVE ZERO TO WS-INPUT-MONTANT.
           IF WS-PIN-COMPTE NOT NUMERIC OR
              WS-PIN-MONTANT NOT NUMERIC OR
              WS-PIN-ECHEANCE NOT NUMERIC OR
              WS-PIN-CREANCIER = SPACES OR
              WS-PIN-RUM = SPACES
               MOVE "MS03" TO WS-PRLV-MOTIF
               MOVE "Prelevement mal forme" TO WS-AUDIT-REASON
               PERFORM RETOURNER-PRELEVEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PIN-COMPTE-N TO WS-INPUT-COMPTE.
           MOVE WS-PIN-MONTANT-N TO WS-INPUT-MONTANT.
           IF WS-PIN-MONTANT-N = ZERO
               MOVE "MS03" TO WS-PRLV-MOTIF
               MOVE "Prelevement de montant nul" TO WS-AUDIT-REASON
               PERFORM RETOURNER-PRELEVEMENT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-PRELEVEMENT-PASSE.
           IF WS-PRLV-DOUBLON = "Y"
               MOVE "AM05" TO WS-PRLV-MOTIF
               MOVE "Prelevement deja debite" TO WS-AUDIT-REASON
               PERFORM RETOURNER-PRELEVEMENT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PIN-COMPTE-N TO WS-PRLV-COMPTE-CIBLE.
           MOVE WS-PIN-CREANCIER TO WS-PRLV-CREANCIER-CIBLE.
           MOVE WS-PIN-RUM TO WS-PRLV-RUM-CIBLE.
           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-PIN-COMPTE-N TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
                       PERFORM CONTROLER-PRELEVEMENT
                       IF WS-PRLV-MOTIF = SPACES
                           SUBTRACT WS-PRLV-MONTANT-CPT
                               FROM COMPTE-SOLDE
                           REWRITE COMPTE-RECORD
                           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE
                           COMPUTE WS-BANQUE-DELTA =
                               0 - WS-PIN-MONTANT-N
                           PERFORM AJUSTER-SOLDE-BANQUE
                       END-IF
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

      *    Compte absent : clos s'il porte encore un mandat au
      *    registre (les comptes fermes sont supprimes de
      *    compte.dat), inconnu sinon.
           IF WS-FOUND = "N"
               MOVE "AC01" TO WS-PRLV-MOTIF
               MOVE "Compte inconnu" TO WS-AUDIT-REASON
               PERFORM VARYING WS-PMD-IDX FROM 1 BY 1
                       UNTIL WS-PMD-IDX > WS-PMD-TABLE-COUNT
                   IF WS-PMD-ENTRY-COMPTE(WS-PMD-IDX) =
                      WS-PIN-COMPTE-N
                       MOVE "AC04" TO WS-PRLV-MOTIF
                       MOVE "Compte clos" TO WS-AUDIT-REASON
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-PRLV-MOTIF NOT = SPACES
               PERFORM RETOURNER-PRELEVEMENT
               EXIT PARAGRAPH
           END-IF.

      *    Le fichier de la chambre est en EUR : le compte est debite
      *    dans sa devise au cours du jour, cours porte sur le
      *    mouvement (meme principe que TRAITER-MOUVEMENT-ENTRANT).
           MOVE WS-COUNTER          TO WS-TRANS-ID.
           MOVE WS-PIN-COMPTE-N     TO WS-TRANS-COMPTE.
           MOVE WS-TODAY            TO WS-TRANS-DATE.
           MOVE "Prlv"              TO WS-TRANS-TYPE.
           MOVE WS-PRLV-MONTANT-CPT TO WS-TRANS-MONTANT.
           MOVE ZERO                TO WS-TRANS-DEST.
           IF WS-DEV-COURS NOT = 1
               MOVE WS-DEV-COURS TO WS-TRANS-COURS
           END-IF.
           MOVE WS-COUNTER          TO WS-PHI-TRANS-ID.
           PERFORM ECRIRE-TRANSACTION.

           MOVE WS-PIN-COMPTE-N     TO WS-PHI-COMPTE.
           MOVE WS-TODAY            TO WS-PHI-DATE.
           MOVE WS-PIN-REF          TO WS-PHI-REF.
           MOVE WS-PIN-CREANCIER    TO WS-PHI-CREANCIER.
           MOVE WS-PIN-RUM          TO WS-PHI-RUM.
           MOVE WS-PRLV-MONTANT-CPT TO WS-PHI-MONTANT.
           MOVE ZERO                TO WS-PHI-REMB-ID.
           PERFORM ECRIRE-HISTO-PRELEVEMENT.
           ADD 1 TO WS-PRLV-DEBITES.

      *    Controles du prelevement courant sur le compte charge
      *    (COMPTE-RECORD) : WS-PRLV-MOTIF reste a blanc si le
      *    prelevement peut etre debite de WS-PRLV-MONTANT-CPT
      *    (montant converti dans la devise du compte).
       CONTROLER-PRELEVEMENT.
           IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
               MOVE "AC06" TO WS-PRLV-MOTIF
               MOVE "Compte dormant ou bloque" TO WS-AUDIT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF COMPTE-TYPE = "Terme" OR COMPTE-TYPE = "Pret"
               MOVE "AG01" TO WS-PRLV-MOTIF
               MOVE "Compte n'acceptant pas le prelevement"
                   TO WS-AUDIT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECHERCHER-BLOCAGE-PRLV.
           IF WS-PBL-FOUND-IDX NOT = 0
               MOVE "SL01" TO WS-PRLV-MOTIF
               MOVE "Creancier bloque par le client"
                   TO WS-AUDIT-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECHERCHER-MANDAT-PRLV.
           IF WS-PMD-FOUND-IDX = 0
               MOVE "MD01" TO WS-PRLV-MOTIF
               MOVE "Mandat de prelevement absent"
                   TO WS-AUDIT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-PMD-ENTRY-REVOQUE(WS-PMD-FOUND-IDX) = "O"
               MOVE "MD01" TO WS-PRLV-MOTIF
               MOVE "Mandat de prelevement revoque"
                   TO WS-AUDIT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-PIN-ECHEANCE-N <
              WS-PMD-ENTRY-SIGNATURE(WS-PMD-FOUND-IDX)
               MOVE "MD01" TO WS-PRLV-MOTIF
               MOVE "Echeance anterieure au mandat"
                   TO WS-AUDIT-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE COMPTE-DEVISE TO WS-DEV-CIBLE.
           PERFORM OBTENIR-COURS-DEVISE.
           COMPUTE WS-PRLV-MONTANT-CPT ROUNDED =
               WS-PIN-MONTANT-N / WS-DEV-COURS.
           PERFORM CALCULER-SOLDE-DISPONIBLE.
           IF WS-SOLDE-DISPONIBLE < WS-PRLV-MONTANT-CPT
               MOVE "AM04" TO WS-PRLV-MOTIF
               MOVE "Provision insuffisante" TO WS-AUDIT-REASON
           END-IF.

      *    Cherche dans prlvhisto.dat un debit deja passe pour la
      *    reference et le creancier du prelevement courant.
       CHERCHER-PRELEVEMENT-PASSE.
           MOVE "N" TO WS-PRLV-DOUBLON.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT PRLV-HISTO-FILE.
           IF WS-STATUS = "00"
               PERFORM UNTIL WS-STATUS = "10"
                   READ PRLV-HISTO-FILE
                       AT END
                           MOVE "10" TO WS-STATUS
                       NOT AT END
                           IF PHI-REF = WS-PIN-REF AND
                              PHI-CREANCIER = WS-PIN-CREANCIER AND
                              PHI-REMB-ID = 0
                               MOVE "Y" TO WS-PRLV-DOUBLON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRLV-HISTO-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Retour du prelevement courant a la chambre avec le code
      *    WS-PRLV-MOTIF (ouverture et fermeture par retour, comme
      *    EXPORTER-UN-MOUVEMENT), et trace en audit avec son motif.
       RETOURNER-PRELEVEMENT.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND PRLV-RETOUR-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT PRLV-RETOUR-FILE
           END-IF.
           MOVE WS-PIN-TRAV   TO PRT-PRELEVEMENT.
           MOVE WS-TODAY      TO PRT-DATE.
           MOVE WS-PRLV-MOTIF TO PRT-MOTIF.
           WRITE PRLV-RETOUR-RECORD.
           CLOSE PRLV-RETOUR-FILE.
           MOVE "00" TO WS-STATUS.

           DISPLAY "Prelevement " WS-PIN-REF " retourne ("
               WS-PRLV-MOTIF ") : " WS-AUDIT-REASON.
           MOVE "Prlv" TO WS-TRANS-TYPE.
           MOVE ZERO TO WS-AUDIT-DEST.
           PERFORM ENREGISTRER-AUDIT-REJET.
           ADD 1 TO WS-PRLV-RETOURNES.

      *    Archivage de fin de periode : deplace les transactions
      *    anterieures a une date charniere dans un fichier d'archive
      *    date (archtrans_<date>.dat), recense dans archindex.dat.
      *    Le magasin indexe permet de supprimer chaque mouvement
      *    archive au fil de la lecture, sans reecriture complete.
      *    Le solde de depart des releves reste juste : il se calcule
      *    a rebours du solde courant sur les transactions restantes,
      *    le report d'ouverture est donc implicite.
       ARCHIVER-TRANSACTIONS.
           DISPLAY "Archivage des transactions anciennes.".
           DISPLAY "Date charniere (AAAAMMJJ, archive avant cette "
               "date) : " WITH NO ADVANCING.
           ACCEPT WS-ARCHIVE-CUTOFF.

           IF WS-ARCHIVE-CUTOFF < 19000101
               DISPLAY "Erreur : date charniere invalide."
               EXIT PARAGRAPH
           END-IF.

      *    Une charniere au-dela de la date du jour archiverait les
      *    mouvements du jour meme : le cumul des sorties
      *    journalieres, la surveillance et l'extraction comptable
      *    perdraient leur assiette en pleine journee.
           IF WS-ARCHIVE-CUTOFF > WS-TODAY
               DISPLAY "Erreur : la date charniere ne peut pas "
                   "depasser la date du jour."
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-STATUS.
           OPEN I-O TRANSACTION-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Aucune transaction a archiver."
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING "archtrans_" DELIMITED BY SIZE
                  WS-ARCHIVE-CUTOFF DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-FILENAME.

      *    EXTEND pour ne rien ecraser si la meme date charniere est
      *    reutilisee : les mouvements s'ajoutent a l'archive. Chaque
      *    mouvement archive est aussitot supprime du magasin : un
      *    arret en plein archivage laisse au pire le mouvement en
      *    cours en double dans l'archive, jamais de mouvement perdu.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.

           MOVE 0 TO WS-ARCH-DEPLACES.
           MOVE 0 TO WS-ARCH-CONSERVES.
           MOVE "00" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "10"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF TRANSACTION-DATE < WS-ARCHIVE-CUTOFF
                           MOVE TRANSACTION-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                           DELETE TRANSACTION-FILE RECORD
                           ADD 1 TO WS-ARCH-DEPLACES
                           MOVE "00" TO WS-STATUS
                       ELSE
                           ADD 1 TO WS-ARCH-CONSERVES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           CLOSE ARCHIVE-FILE.

           IF WS-ARCH-DEPLACES = 0
               DISPLAY "Aucune transaction anterieure au "
                   WS-ARCHIVE-CUTOFF ", rien a archiver."
               EXIT PARAGRAPH
           END-IF.

           PERFORM INSCRIRE-ARCHIVE-INDEX.

           DISPLAY WS-ARCH-DEPLACES " transaction(s) archivee(s) "
               "dans " WS-ARCHIVE-FILENAME.
           DISPLAY WS-ARCH-CONSERVES " transaction(s) conservee(s) "
               "dans le magasin des mouvements".

      *    Recense WS-ARCHIVE-FILENAME dans archindex.dat s'il n'y
      *    figure pas deja (le releve historique relirait sinon deux
      *    fois la meme archive).
       INSCRIRE-ARCHIVE-INDEX.
           MOVE "N" TO WS-ARCH-DEJA-INDEXE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT ARCHINDEX-FILE.
           IF WS-STATUS = "00"
               PERFORM UNTIL WS-STATUS = "10"
                   READ ARCHINDEX-FILE
                       AT END
                           MOVE "10" TO WS-STATUS
                       NOT AT END
                           IF ARCHINDEX-RECORD = WS-ARCHIVE-FILENAME
                               MOVE "Y" TO WS-ARCH-DEJA-INDEXE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHINDEX-FILE
           END-IF.

           IF WS-ARCH-DEJA-INDEXE = "N"
               MOVE "00" TO WS-STATUS
               OPEN EXTEND ARCHINDEX-FILE
               IF WS-STATUS = "35"
                   OPEN OUTPUT ARCHINDEX-FILE
               END-IF
               MOVE WS-ARCHIVE-FILENAME TO ARCHINDEX-RECORD
               WRITE ARCHINDEX-RECORD
               CLOSE ARCHINDEX-FILE
           END-IF.

      *    Charge la liste des archives recensees dans archindex.dat
      *    dans WS-ARCH-TABLE (meme principe que CHARGER-BANQUES).
       CHARGER-ARCHINDEX.
           MOVE 0 TO WS-ARCH-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT ARCHINDEX-FILE.
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ ARCHINDEX-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-ARCH-TABLE-COUNT
                       IF WS-ARCH-TABLE-COUNT <= 50
                           MOVE ARCHINDEX-RECORD TO
                               WS-ARCH-ENTRY(WS-ARCH-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHINDEX-FILE.

           IF WS-ARCH-TABLE-COUNT > 50
               DISPLAY "Attention : plus de 50 archives, seules les "
                   "50 premieres sont relues."
               MOVE 50 TO WS-ARCH-TABLE-COUNT
           END-IF.

      *    Releve historique : comme GENERER-RELEVE-COMPTE, mais en
      *    relisant aussi toutes les archives recensees, pour les
      *    demandes des clients et des auditeurs portant sur des
      *    exercices deja archives.
       GENERER-RELEVE-HISTORIQUE.
           DISPLAY "Releve historique d'un compte".
           DISPLAY "Numero du compte : " WITH NO ADVANCING.
           ACCEPT WS-INPUT-COMPTE.

           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-INPUT-COMPTE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE COMPTE-SOLDE TO WS-CURRENT-SOLDE
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

           IF WS-FOUND = "N"
               DISPLAY "Compte non trouve : " WS-INPUT-COMPTE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-ARCHINDEX.

           COMPUTE WS-STARTING-SOLDE = WS-CURRENT-SOLDE.
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-ARCH-TABLE-COUNT
               MOVE WS-ARCH-ENTRY(WS-ARCH-IDX) TO WS-ARCHIVE-FILENAME
               PERFORM RETRANCHER-MOUVEMENTS-ARCHIVE
           END-PERFORM.
           PERFORM RETRANCHER-MOUVEMENTS-COURANTS.

           MOVE SPACES TO WS-RELEVE-FILENAME.
           STRING "releve_h" DELIMITED BY SIZE
                  WS-INPUT-COMPTE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RELEVE-FILENAME.

           SORT TRANSACTION-SORT-FILE
               ON ASCENDING KEY SORT-TRANS-PAIRE-DATE
                                SORT-TRANS-PAIRE-ID
                                SORT-TRANS-DATE
                                SORT-TRANS-ID
               INPUT PROCEDURE IS SELECTIONNER-TRANSACTIONS-HISTO
               OUTPUT PROCEDURE IS ECRIRE-RELEVE.

           DISPLAY "Releve historique genere : " WS-RELEVE-FILENAME.

      *    Meme retranchement que RETRANCHER-MOUVEMENTS-COURANTS,
      *    applique a l'archive WS-ARCHIVE-FILENAME.
       RETRANCHER-MOUVEMENTS-ARCHIVE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
      *    Les archives anterieures au cours sur mouvement ont des
      *    traces plus courtes : la zone cours revient a zero, comme
      *    pour les autres enregistrements d'anciennes versions.
                       IF ARCH-COURS NOT NUMERIC
                           MOVE ZERO TO ARCH-COURS
                       END-IF
                       IF ARCH-COMPTE = WS-INPUT-COMPTE
                           IF ARCH-TYPE = "Depot" OR
                              ARCH-TYPE = "Interet" OR
                              ARCH-TYPE = "VirExtIn" OR
                              ARCH-TYPE = "DepChq" OR
                              ARCH-TYPE = "Pret" OR
                              ARCH-TYPE = "AmortPret" OR
                              ARCH-TYPE = "RembPrlv" OR
                              ARCH-TYPE = "ExtourneCr"
                               SUBTRACT ARCH-MONTANT
                                   FROM WS-STARTING-SOLDE
                           ELSE
                               ADD ARCH-MONTANT
                                   TO WS-STARTING-SOLDE
                           END-IF
                       END-IF
                       IF ARCH-TYPE = "Virement" AND
                          ARCH-DEST = WS-INPUT-COMPTE
                           IF ARCH-COURS = ZERO
                               MOVE ARCH-MONTANT
                                   TO WS-DEV-MONTANT-CONV
                           ELSE
                               COMPUTE WS-DEV-MONTANT-CONV ROUNDED =
                                   ARCH-MONTANT * ARCH-COURS
                           END-IF
                           SUBTRACT WS-DEV-MONTANT-CONV
                               FROM WS-STARTING-SOLDE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

      *    Procedure d'entree du tri du releve historique : alimente
      *    le tri avec les mouvements des archives puis ceux encore
      *    presents dans transaction.dat.
       SELECTIONNER-TRANSACTIONS-HISTO.
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-ARCH-TABLE-COUNT
               MOVE WS-ARCH-ENTRY(WS-ARCH-IDX) TO WS-ARCHIVE-FILENAME
               PERFORM SELECTIONNER-ARCHIVE-RELEVE
           END-PERFORM.
           PERFORM SELECTIONNER-TRANSACTIONS-RELEVE.

       SELECTIONNER-ARCHIVE-RELEVE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
      *    Zone cours absente des traces d'archive anterieures :
      *    remise a zero avant usage, comme les autres
      *    enregistrements d'anciennes versions.
                       IF ARCH-COURS NOT NUMERIC
                           MOVE ZERO TO ARCH-COURS
                       END-IF
                       IF ARCH-COMPTE = WS-INPUT-COMPTE
                           MOVE ARCH-DATE TO SORT-TRANS-DATE
                           MOVE ARCH-ID TO SORT-TRANS-ID
                           MOVE ARCH-COMPTE TO SORT-TRANS-COMPTE
                           MOVE ARCH-TYPE TO SORT-TRANS-TYPE
                           MOVE ARCH-MONTANT TO SORT-TRANS-MONTANT
                           MOVE ARCH-DEST TO SORT-TRANS-DEST
                           MOVE ARCH-COURS TO SORT-TRANS-COURS
                           PERFORM APPARIER-MOUVEMENT-RELEVE
                           RELEASE SORT-TRANSACTION-RECORD
                       END-IF
                       IF ARCH-TYPE = "Virement" AND
                          ARCH-DEST = WS-INPUT-COMPTE
                           MOVE ARCH-DATE TO SORT-TRANS-DATE
                           MOVE ARCH-ID TO SORT-TRANS-ID
                           MOVE ARCH-DEST TO SORT-TRANS-COMPTE
                           MOVE "VirementIn" TO SORT-TRANS-TYPE
                           IF ARCH-COURS = ZERO
                               MOVE ARCH-MONTANT
                                   TO SORT-TRANS-MONTANT
                           ELSE
                               COMPUTE SORT-TRANS-MONTANT ROUNDED =
                                   ARCH-MONTANT * ARCH-COURS
                           END-IF
                           MOVE ARCH-COMPTE TO SORT-TRANS-DEST
                           MOVE ARCH-COURS TO SORT-TRANS-COURS
                           PERFORM APPARIER-MOUVEMENT-RELEVE
                           RELEASE SORT-TRANSACTION-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

      *    Prepare l'entree de journal du mouvement en cours a partir
      *    de WS-INPUT-COMPTE / WS-INPUT-ID / WS-INPUT-MONTANT. La
      *    reference est le compteur de transactions au moment de
      *    l'intention, unique tant que le mouvement n'est pas solde.
       PREPARER-JOURNAL-MOUVEMENT.
           MOVE WS-COUNTER       TO WS-JRN-REF.
           MOVE WS-TRANS-TYPE    TO WS-JRN-TYPE.
           MOVE WS-INPUT-COMPTE  TO WS-JRN-SOURCE.
           MOVE WS-INPUT-ID      TO WS-JRN-DEST.
           MOVE WS-INPUT-MONTANT TO WS-JRN-MONTANT.
           MOVE WS-TODAY         TO WS-JRN-DATE.

       ECRIRE-JOURNAL.
           MOVE "00" TO WS-STATUS.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE WS-JOURNAL TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

      *    Passe de recuperation au demarrage : relit journal.dat,
      *    garde la derniere etape connue de chaque mouvement et
      *    acheve ou annule ceux restes en chemin (arret entre le
      *    debit de la source et le credit de la destination, ou
      *    avant la journalisation dans transaction.dat). Le journal
      *    est ensuite remis a blanc.
       RECUPERER-JOURNAL.
           MOVE 0 TO WS-JRN-TABLE-COUNT.
           MOVE 0 TO WS-JRN-REPARES.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT JOURNAL-FILE.
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ JOURNAL-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       PERFORM CUMULER-ENTREE-JOURNAL
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

           IF WS-JRN-TABLE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                   UNTIL WS-JRN-IDX > WS-JRN-TABLE-COUNT
               IF WS-JRN-ENTRY-ETAPE(WS-JRN-IDX) NOT = "F"
                   PERFORM REPARER-MOUVEMENT
               END-IF
           END-PERFORM.

           IF WS-JRN-REPARES = 0
               DISPLAY "Journal des mouvements sain, rien a reparer."
           ELSE
               DISPLAY WS-JRN-REPARES " mouvement(s) interrompu(s) "
                   "traite(s) au demarrage."
           END-IF.

      *    Le journal est reecrit avec les seules entrees restees
      *    irresolues (fichier comptes inaccessible...) pour etre
      *    retentees au prochain demarrage ; les mouvements acheves
      *    ou annules disparaissent.
           MOVE 0 TO WS-JRN-IRRESOLUS.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                   UNTIL WS-JRN-IDX > WS-JRN-TABLE-COUNT
               IF WS-JRN-ENTRY-ETAPE(WS-JRN-IDX) NOT = "F"
                   MOVE WS-JRN-ENTRY-REF(WS-JRN-IDX) TO JRN-REF
                   MOVE WS-JRN-ENTRY-ETAPE(WS-JRN-IDX) TO JRN-ETAPE
                   MOVE WS-JRN-ENTRY-TYPE(WS-JRN-IDX) TO JRN-TYPE
                   MOVE WS-JRN-ENTRY-SOURCE(WS-JRN-IDX) TO JRN-SOURCE
                   MOVE WS-JRN-ENTRY-DEST(WS-JRN-IDX) TO JRN-DEST
                   MOVE WS-JRN-ENTRY-MONTANT(WS-JRN-IDX)
                       TO JRN-MONTANT
                   MOVE WS-JRN-ENTRY-DATE(WS-JRN-IDX) TO JRN-DATE
                   WRITE JOURNAL-RECORD
                   ADD 1 TO WS-JRN-IRRESOLUS
               END-IF
           END-PERFORM.
           CLOSE JOURNAL-FILE.

           IF WS-JRN-IRRESOLUS NOT = 0
               DISPLAY WS-JRN-IRRESOLUS " mouvement(s) irresolu(s) "
                   "conserve(s) dans le journal."
           END-IF.

      *    Cumule l'enregistrement de journal courant dans
      *    WS-JRN-TABLE : le journal etant en ajout seul, la derniere
      *    etape lue pour une reference est la plus avancee. Une
      *    entree est reperee par sa reference et son type, la
      *    reference d'une remise de virements pouvant coincider avec
      *    celle d'un mouvement.
       CUMULER-ENTREE-JOURNAL.
           MOVE 0 TO WS-JRN-FOUND-IDX.
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                   UNTIL WS-JRN-IDX > WS-JRN-TABLE-COUNT
               IF WS-JRN-ENTRY-REF(WS-JRN-IDX) = JRN-REF AND
                  WS-JRN-ENTRY-TYPE(WS-JRN-IDX) = JRN-TYPE
                   MOVE WS-JRN-IDX TO WS-JRN-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Une etape "F" solde le mouvement : son entree est retiree
      *    de la table (les suivantes remontent d'un cran) afin de ne
      *    garder que les mouvements encore ouverts. La table ne peut
      *    ainsi jamais saturer sur les mouvements acheves de la
      *    journee, et un mouvement interrompu en fin de journal
      *    chargee garde toujours sa place.
           IF JRN-ETAPE = "F"
               IF WS-JRN-FOUND-IDX NOT = 0
                   PERFORM VARYING WS-JRN-IDX
                           FROM WS-JRN-FOUND-IDX BY 1
                           UNTIL WS-JRN-IDX >= WS-JRN-TABLE-COUNT
                       MOVE WS-JRN-ENTRY(WS-JRN-IDX + 1)
                           TO WS-JRN-ENTRY(WS-JRN-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-JRN-TABLE-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-JRN-FOUND-IDX = 0
               IF WS-JRN-TABLE-COUNT >= 100
                   DISPLAY "Attention : journal trop volumineux, "
                       "entree ignoree (ref " JRN-REF ")."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JRN-TABLE-COUNT
               MOVE WS-JRN-TABLE-COUNT TO WS-JRN-FOUND-IDX
               MOVE JRN-REF TO WS-JRN-ENTRY-REF(WS-JRN-FOUND-IDX)
           END-IF.

           MOVE JRN-ETAPE   TO WS-JRN-ENTRY-ETAPE(WS-JRN-FOUND-IDX).
           MOVE JRN-TYPE    TO WS-JRN-ENTRY-TYPE(WS-JRN-FOUND-IDX).
           MOVE JRN-SOURCE  TO WS-JRN-ENTRY-SOURCE(WS-JRN-FOUND-IDX).
           MOVE JRN-DEST    TO WS-JRN-ENTRY-DEST(WS-JRN-FOUND-IDX).
           MOVE JRN-MONTANT TO WS-JRN-ENTRY-MONTANT(WS-JRN-FOUND-IDX).
           MOVE JRN-DATE    TO WS-JRN-ENTRY-DATE(WS-JRN-FOUND-IDX).

       REPARER-MOUVEMENT.
      *    Remise de virements interrompue : ses lignes ont chacune
      *    leur propre entree de journal, reparee ici ; la remise
      *    elle-meme reste au journal pour etre reprise par l'import.
           IF WS-JRN-ENTRY-TYPE(WS-JRN-IDX) = "Remise"
               DISPLAY "Remise de virements interrompue : ref "
                   WS-JRN-ENTRY-REF(WS-JRN-IDX) ", donneur d'ordre "
                   WS-JRN-ENTRY-SOURCE(WS-JRN-IDX) "."
               DISPLAY "  Relancer l'import (option 46) pour la "
                   "reprendre."
               EXIT PARAGRAPH
           END-IF.
      *    Extourne interrompue : a l'etape E on ne sait pas si le
      *    recredit a ete passe, a l'etape C les soldes sont
      *    extournes mais les mouvements ExtourneCr / ExtourneDb et
      *    la ligne d'extourne.dat peuvent manquer (le virement
      *    d'origine resterait alors extournable une seconde fois).
      *    Verification manuelle, jamais de reprise automatique.
           IF WS-JRN-ENTRY-TYPE(WS-JRN-IDX) = "Extourne"
               DISPLAY "Extourne interrompue detectee : ref "
                   WS-JRN-ENTRY-REF(WS-JRN-IDX) ", etape "
                   WS-JRN-ENTRY-ETAPE(WS-JRN-IDX) "."
               IF WS-JRN-ENTRY-ETAPE(WS-JRN-IDX) = "C"
                   DISPLAY "  *** VERIFICATION MANUELLE REQUISE : "
                       "soldes extournes, mouvements et registre "
                       "d'extourne peut-etre absents. ***"
                   DISPLAY "  Controler les mouvements a partir de "
                       "l'ID " WS-JRN-ENTRY-REF(WS-JRN-IDX)
                       " et extourne.dat."
               ELSE
                   DISPLAY "  *** VERIFICATION MANUELLE REQUISE : "
                       "arret possible entre redebit et "
                       "recredit. ***"
               END-IF
               DISPLAY "  Controler les soldes des comptes "
                   WS-JRN-ENTRY-SOURCE(WS-JRN-IDX) " et "
                   WS-JRN-ENTRY-DEST(WS-JRN-IDX)
                   " et de leurs agences (montant "
                   WS-JRN-ENTRY-MONTANT(WS-JRN-IDX) ")."
               MOVE "F" TO WS-JRN-ENTRY-ETAPE(WS-JRN-IDX)
               ADD 1 TO WS-JRN-REPARES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Mouvement interrompu detecte : ref "
               WS-JRN-ENTRY-REF(WS-JRN-IDX) ", type "
               WS-JRN-ENTRY-TYPE(WS-JRN-IDX) ", etape "
               WS-JRN-ENTRY-ETAPE(WS-JRN-IDX) ".".
           EVALUATE WS-JRN-ENTRY-ETAPE(WS-JRN-IDX)
      *    L'etape E couvre le REWRITE du compte source ET la
      *    reecriture de banque.dat : impossible de savoir jusqu'ou
      *    l'arret est survenu, la verification est donc manuelle.
               WHEN "E"
                   DISPLAY "  *** VERIFICATION MANUELLE REQUISE : "
                       "arret possible pendant le debit. ***"
                   DISPLAY "  Controler le solde du compte "
                       WS-JRN-ENTRY-SOURCE(WS-JRN-IDX)
                       " et de son agence (virement de "
                       WS-JRN-ENTRY-MONTANT(WS-JRN-IDX)
                       " vers " WS-JRN-ENTRY-DEST(WS-JRN-IDX) ")."
                   MOVE "F" TO WS-JRN-ENTRY-ETAPE(WS-JRN-IDX)
               WHEN "D"
                   PERFORM REPARER-APRES-DEBIT
               WHEN "C"
                   PERFORM REPARER-APRES-CREDIT
               WHEN "T"
                   PERFORM REPARER-APRES-TRANSACTION
               WHEN OTHER
                   DISPLAY "  Etape inconnue, reparation manuelle "
                       "necessaire."
           END-EVALUATE.
           ADD 1 TO WS-JRN-REPARES.

      *    Arret apres le debit de la source : pour un virement
      *    interne on tente d'achever le credit de la destination,
      *    sinon on recredite la source ; pour un virement externe il
      *    ne manque que la mise en attente et la journalisation.
       REPARER-APRES-DEBIT.
           MOVE WS-JRN-ENTRY-SOURCE(WS-JRN-IDX)  TO WS-INPUT-COMPTE.
           MOVE WS-JRN-ENTRY-DEST(WS-JRN-IDX)    TO WS-INPUT-ID.
           MOVE WS-JRN-ENTRY-MONTANT(WS-JRN-IDX) TO WS-INPUT-MONTANT.

           IF WS-JRN-ENTRY-TYPE(WS-JRN-IDX) = "VirExterne"
               MOVE "VirExterne" TO WS-TRANS-TYPE
               MOVE WS-INPUT-COMPTE TO WS-DEV-COMPTE-CIBLE
               PERFORM OBTENIR-COURS-COMPTE
               COMPUTE WS-EXPORT-MONTANT-BASE ROUNDED =
                   WS-INPUT-MONTANT * WS-DEV-COURS
               MOVE WS-COUNTER TO WS-TRANS-ID
               MOVE WS-INPUT-COMPTE TO WS-TRANS-COMPTE
               MOVE WS-JRN-ENTRY-DATE(WS-JRN-IDX) TO WS-TRANS-DATE
               MOVE WS-INPUT-MONTANT TO WS-TRANS-MONTANT
               MOVE WS-INPUT-ID TO WS-TRANS-DEST
               IF WS-DEV-COURS NOT = 1
                   MOVE WS-DEV-COURS TO WS-TRANS-COURS
               END-IF
               PERFORM ECRIRE-TRANSACTION
               PERFORM ECRIRE-ATTENTE-EXPORT
               DISPLAY "  Virement externe remis en attente de "
                   "compensation."
               MOVE "F" TO WS-JRN-ENTRY-ETAPE(WS-JRN-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE "Virement" TO WS-TRANS-TYPE.

      *    Cours du compte source, pour achever la conversion d'un
      *    virement qui change de devise comme EXECUTER-VIREMENT
      *    l'aurait fait.
           MOVE WS-INPUT-COMPTE TO WS-DEV-COMPTE-CIBLE.
           PERFORM OBTENIR-COURS-COMPTE.
           MOVE WS-DEV-COURS TO WS-DEV-COURS-SRC.
           MOVE WS-DEV-CIBLE TO WS-DEV-SRC.

           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "  Fichier comptes inaccessible ("
                   WS-STATUS "), reparation manuelle necessaire."
               EXIT PARAGRAPH
           END-IF.

      *    Meme controle de statut qu'EXECUTER-VIREMENT sur la
      *    destination : la reprise apres arret ne doit pas etre le
      *    seul chemin capable d'alimenter un compte dormant ou
      *    bloque - dans ce cas le virement est annule comme ailleurs.
           MOVE "Compte destination non trouve" TO WS-AUDIT-REASON.
           MOVE WS-INPUT-ID TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *    Memes controles de destination qu'EXECUTER-VIREMENT : la
      *    reprise ne doit pas etre le seul chemin capable de verser
      *    sur un compte dormant, bloque, a terme ou de pret.
                   IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
                       MOVE "Compte destination dormant ou bloque"
                           TO WS-AUDIT-REASON
                   ELSE
                   IF COMPTE-TYPE = "Terme"
                       MOVE "Compte destination a terme"
                           TO WS-AUDIT-REASON
                   ELSE
                   IF COMPTE-TYPE = "Pret"
                       MOVE "Compte destination de pret"
                           TO WS-AUDIT-REASON
                   ELSE
                       MOVE COMPTE-DEVISE TO WS-DEV-DST
                       PERFORM CONVERTIR-MONTANT-VIREMENT
                       ADD WS-DEV-MONTANT-DEST TO COMPTE-SOLDE
                       REWRITE COMPTE-RECORD
                       MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE
                       MOVE WS-DEV-MONTANT-DEST TO WS-BANQUE-DELTA
                       PERFORM AJUSTER-SOLDE-BANQUE-COMPTE
                       MOVE "Y" TO WS-FOUND
                   END-IF
                   END-IF
                   END-IF
           END-READ.

           IF WS-FOUND = "Y"
               MOVE WS-COUNTER TO WS-TRANS-ID
               MOVE WS-INPUT-COMPTE TO WS-TRANS-COMPTE
               MOVE WS-JRN-ENTRY-DATE(WS-JRN-IDX) TO WS-TRANS-DATE
               MOVE WS-INPUT-MONTANT TO WS-TRANS-MONTANT
               MOVE WS-INPUT-ID TO WS-TRANS-DEST
               MOVE WS-DEV-COURS-APPLIQUE TO WS-TRANS-COURS
               PERFORM ECRIRE-TRANSACTION
               DISPLAY "  Virement acheve : destination creditee."
               MOVE "F" TO WS-JRN-ENTRY-ETAPE(WS-JRN-IDX)
           ELSE
               MOVE WS-INPUT-COMPTE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       DISPLAY "  Compte source introuvable, "
                           "reparation manuelle necessaire."
                   NOT INVALID KEY
                       ADD WS-INPUT-MONTANT TO COMPTE-SOLDE
                       REWRITE COMPTE-RECORD
                       MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE
                       MOVE WS-INPUT-MONTANT TO WS-BANQUE-DELTA
                       PERFORM AJUSTER-SOLDE-BANQUE-COMPTE
                       MOVE WS-INPUT-ID TO WS-AUDIT-DEST
                       PERFORM ENREGISTRER-AUDIT-REJET
                       DISPLAY "  Virement annule : source "
                           "recreditee."
                       MOVE "F" TO WS-JRN-ENTRY-ETAPE(WS-JRN-IDX)
               END-READ
           END-IF.
           CLOSE COMPTE-FILE.

      *    Arret d'un virement externe apres la journalisation dans
      *    transaction.dat (etape T) : seule la mise en attente de
      *    compensation manque, la transaction ne doit surtout pas
      *    etre journalisee une seconde fois. La reference d'origine
      *    (WS-JRN-ENTRY-REF) est reprise pour l'attente.
       REPARER-APRES-TRANSACTION.
           MOVE WS-JRN-ENTRY-REF(WS-JRN-IDX)     TO WS-TRANS-ID.
           MOVE WS-JRN-ENTRY-SOURCE(WS-JRN-IDX)  TO WS-TRANS-COMPTE.
           MOVE WS-JRN-ENTRY-DATE(WS-JRN-IDX)    TO WS-TRANS-DATE.
           MOVE WS-JRN-ENTRY-MONTANT(WS-JRN-IDX) TO WS-TRANS-MONTANT.
           MOVE WS-JRN-ENTRY-DEST(WS-JRN-IDX)    TO WS-TRANS-DEST.
           MOVE WS-TRANS-COMPTE TO WS-DEV-COMPTE-CIBLE.
           PERFORM OBTENIR-COURS-COMPTE.
           COMPUTE WS-EXPORT-MONTANT-BASE ROUNDED =
               WS-TRANS-MONTANT * WS-DEV-COURS.
           PERFORM ECRIRE-ATTENTE-EXPORT.
           DISPLAY "  Virement externe remis en attente de "
               "compensation (deja journalise).".
           MOVE "F" TO WS-JRN-ENTRY-ETAPE(WS-JRN-IDX).

      *    Arret apres le credit de la destination : les deux comptes
      *    sont a jour, seule la journalisation dans transaction.dat
      *    manque.
       REPARER-APRES-CREDIT.
           MOVE WS-COUNTER TO WS-TRANS-ID.
           MOVE WS-JRN-ENTRY-SOURCE(WS-JRN-IDX)  TO WS-TRANS-COMPTE.
           MOVE WS-JRN-ENTRY-DATE(WS-JRN-IDX)    TO WS-TRANS-DATE.
           MOVE "Virement" TO WS-TRANS-TYPE.
           MOVE WS-JRN-ENTRY-MONTANT(WS-JRN-IDX) TO WS-TRANS-MONTANT.
           MOVE WS-JRN-ENTRY-DEST(WS-JRN-IDX)    TO WS-TRANS-DEST.
      *    Cours reconstitue au mieux depuis les cours du jour quand
      *    les deux comptes ne sont pas dans la meme devise (le
      *    journal ne porte pas le cours applique au credit).
           MOVE WS-TRANS-COMPTE TO WS-DEV-COMPTE-CIBLE.
           PERFORM OBTENIR-COURS-COMPTE.
           MOVE WS-DEV-COURS TO WS-DEV-COURS-SRC.
           MOVE WS-DEV-CIBLE TO WS-DEV-SRC.
           MOVE WS-TRANS-DEST TO WS-DEV-COMPTE-CIBLE.
           PERFORM OBTENIR-COURS-COMPTE.
           IF WS-DEV-CIBLE NOT = WS-DEV-SRC
               COMPUTE WS-TRANS-COURS ROUNDED =
                   WS-DEV-COURS-SRC / WS-DEV-COURS
           END-IF.
           PERFORM ECRIRE-TRANSACTION.
           DISPLAY "  Journalisation du virement completee.".
           MOVE "F" TO WS-JRN-ENTRY-ETAPE(WS-JRN-IDX).

      *    Recherche guichet d'un client par nom complet ou partiel,
      *    sans tenir compte de la casse : parcourt client.dat et
      *    affiche ID / nom / adresse / agence de chaque client dont
      *    le nom contient le texte saisi.
       RECHERCHER-CLIENT-PAR-NOM.
           DISPLAY "Recherche d'un client par nom.".
           DISPLAY "Nom (complet ou partiel) : " WITH NO ADVANCING.
           ACCEPT WS-RECHERCHE-NOM.

           MOVE FUNCTION UPPER-CASE(WS-RECHERCHE-NOM)
               TO WS-RECHERCHE-MAJ.
           PERFORM CALCULER-LONG-RECHERCHE.

           IF WS-RECHERCHE-LONG = 0
               DISPLAY "Erreur : saisir au moins un caractere."
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT CLIENT-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier client: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RECH-MATCHES.
           PERFORM UNTIL WS-STATUS = "10"
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       PERFORM TESTER-NOM-CLIENT
                       IF WS-RECH-LIGNE-OK = "Y"
                           DISPLAY "Client : " CLIENT-ID
                               " " CLIENT-NAME
                           DISPLAY "  Adresse : " CLIENT-ADDRESS
                           DISPLAY "  Agence  : " CLIENT-BANQUE-ID
      *    Les comptes sont resolus au travers des mandats : un
      *    co-titulaire retrouve ici les comptes communs meme s'ils
      *    sont enregistres au nom de l'autre titulaire.
                           MOVE CLIENT-ID TO WS-INPUT-ID
                           PERFORM AFFICHER-COMPTES-CLIENT
                           DISPLAY "-----------------------------"
                           ADD 1 TO WS-RECH-MATCHES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENT-FILE.

           IF WS-RECH-MATCHES = 0
               DISPLAY "Aucun client trouve pour ce nom."
           ELSE
               DISPLAY WS-RECH-MATCHES " client(s) trouve(s)."
           END-IF.

      *    Verifie la limite journaliere de sorties du compte source
      *    (COMPTE-RECORD deja lu) avant d'appliquer un debit : les
      *    retraits et virements deja enregistres ce jour, plus le
      *    mouvement demande, ne doivent pas depasser
      *    COMPTE-LIMITE-JOUR (zero = pas de limite). Le rejet part
      *    dans audit.dat avec un motif specifique ; l'appelant doit
      *    avoir place la destination dans WS-AUDIT-DEST.
       VERIFIER-LIMITE-JOUR.
           MOVE "Y" TO WS-LIMITE-OK.
           IF COMPTE-LIMITE-JOUR = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULER-SORTIES-JOUR.
           IF WS-SORTIES-JOUR + WS-INPUT-MONTANT > COMPTE-LIMITE-JOUR
               MOVE "N" TO WS-LIMITE-OK
               DISPLAY "Limite journaliere de sorties depassee."
               MOVE "Limite journaliere depassee"
                   TO WS-AUDIT-REASON
               PERFORM ENREGISTRER-AUDIT-REJET
           END-IF.

      *    Cumule dans WS-SORTIES-JOUR les sorties deja enregistrees
      *    ce jour (WS-TODAY) pour le compte WS-INPUT-COMPTE :
      *    retraits, virements emis et virements externes. Acces
      *    direct par la cle compte + date : seuls les mouvements du
      *    jour du compte sont lus.
       CALCULER-SORTIES-JOUR.
           MOVE 0 TO WS-SORTIES-JOUR.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INPUT-COMPTE TO TRANSACTION-COMPTE.
           MOVE WS-TODAY TO TRANSACTION-DATE.
           START TRANSACTION-FILE KEY >= TRANSACTION-CLE-COMPTE
               INVALID KEY
                   MOVE "10" TO WS-STATUS
           END-START.
           PERFORM UNTIL WS-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF TRANSACTION-COMPTE NOT = WS-INPUT-COMPTE
                          OR TRANSACTION-DATE NOT = WS-TODAY
                           MOVE "10" TO WS-STATUS
                       ELSE
                           IF TRANSACTION-TYPE = "Retrait" OR
                              TRANSACTION-TYPE = "Virement" OR
                              TRANSACTION-TYPE = "VirExterne"
                               ADD TRANSACTION-MONTANT
                                   TO WS-SORTIES-JOUR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           MOVE "00" TO WS-STATUS.

      *    Charge les parametres d'exploitation, en creant
      *    parametre.dat avec les valeurs par defaut a la premiere
      *    utilisation.
       CHARGER-PARAMETRES.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT PARAMETRE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE 10000.00 TO WS-PARAM-SEUIL-SURV
               MOVE 24 TO WS-PARAM-MOIS-DORM
               MOVE 5000.00 TO WS-PARAM-SEUIL-SUP
               MOVE 3 TO WS-PARAM-DELAI-CHQ
               MOVE 5 TO WS-PARAM-NB-GEN
               MOVE 30.00 TO WS-PARAM-TAUX-RET
               MOVE 3.00 TO WS-PARAM-MAJO-PRET
               MOVE 56 TO WS-PARAM-DELAI-PRLV
               MOVE 30 TO WS-PARAM-GRACE-KYC
               MOVE 100000.00 TO WS-PARAM-PLAFOND-GAR
               PERFORM SAUVEGARDER-PARAMETRES
               EXIT PARAGRAPH
           END-IF.
           READ PARAMETRE-FILE
               AT END
                   MOVE 10000.00 TO WS-PARAM-SEUIL-SURV
                   MOVE 24 TO WS-PARAM-MOIS-DORM
                   MOVE 5000.00 TO WS-PARAM-SEUIL-SUP
                   MOVE 3 TO WS-PARAM-DELAI-CHQ
                   MOVE 5 TO WS-PARAM-NB-GEN
                   MOVE 30.00 TO WS-PARAM-TAUX-RET
                   MOVE 3.00 TO WS-PARAM-MAJO-PRET
                   MOVE 56 TO WS-PARAM-DELAI-PRLV
                   MOVE 30 TO WS-PARAM-GRACE-KYC
                   MOVE 100000.00 TO WS-PARAM-PLAFOND-GAR
               NOT AT END
                   MOVE PARAM-SEUIL-SURVEILLANCE
                       TO WS-PARAM-SEUIL-SURV
      *    Un fichier de parametres d'une version anterieure peut
      *    etre plus court : les zones manquantes reviennent alors
      *    a leur valeur par defaut.
                   IF PARAM-MOIS-DORMANCE NUMERIC AND
                      PARAM-MOIS-DORMANCE NOT = 0
                       MOVE PARAM-MOIS-DORMANCE
                           TO WS-PARAM-MOIS-DORM
                   ELSE
                       MOVE 24 TO WS-PARAM-MOIS-DORM
                   END-IF
                   IF PARAM-SEUIL-SUPERVISEUR NUMERIC AND
                      PARAM-SEUIL-SUPERVISEUR NOT = 0
                       MOVE PARAM-SEUIL-SUPERVISEUR
                           TO WS-PARAM-SEUIL-SUP
                   ELSE
                       MOVE 5000.00 TO WS-PARAM-SEUIL-SUP
                   END-IF
                   IF PARAM-DELAI-CHEQUE NUMERIC AND
                      PARAM-DELAI-CHEQUE NOT = 0
                       MOVE PARAM-DELAI-CHEQUE
                           TO WS-PARAM-DELAI-CHQ
                   ELSE
                       MOVE 3 TO WS-PARAM-DELAI-CHQ
                   END-IF
                   IF PARAM-NB-GENERATIONS NUMERIC AND
                      PARAM-NB-GENERATIONS NOT = 0
                       MOVE PARAM-NB-GENERATIONS
                           TO WS-PARAM-NB-GEN
                   ELSE
                       MOVE 5 TO WS-PARAM-NB-GEN
                   END-IF
                   IF PARAM-TAUX-RETENUE NUMERIC AND
                      PARAM-TAUX-RETENUE NOT = 0
                       MOVE PARAM-TAUX-RETENUE
                           TO WS-PARAM-TAUX-RET
                   ELSE
                       MOVE 30.00 TO WS-PARAM-TAUX-RET
                   END-IF
                   IF PARAM-MAJORATION-PRET NUMERIC AND
                      PARAM-MAJORATION-PRET NOT = 0
                       MOVE PARAM-MAJORATION-PRET
                           TO WS-PARAM-MAJO-PRET
                   ELSE
                       MOVE 3.00 TO WS-PARAM-MAJO-PRET
                   END-IF
                   IF PARAM-DELAI-REMB-PRLV NUMERIC AND
                      PARAM-DELAI-REMB-PRLV NOT = 0
                       MOVE PARAM-DELAI-REMB-PRLV
                           TO WS-PARAM-DELAI-PRLV
                   ELSE
                       MOVE 56 TO WS-PARAM-DELAI-PRLV
                   END-IF
                   IF PARAM-DELAI-GRACE-KYC NUMERIC AND
                      PARAM-DELAI-GRACE-KYC NOT = 0
                       MOVE PARAM-DELAI-GRACE-KYC
                           TO WS-PARAM-GRACE-KYC
                   ELSE
                       MOVE 30 TO WS-PARAM-GRACE-KYC
                   END-IF
                   IF PARAM-PLAFOND-GARANTIE NUMERIC AND
                      PARAM-PLAFOND-GARANTIE NOT = 0
                       MOVE PARAM-PLAFOND-GARANTIE
                           TO WS-PARAM-PLAFOND-GAR
                   ELSE
                       MOVE 100000.00 TO WS-PARAM-PLAFOND-GAR
                   END-IF
           END-READ.
           CLOSE PARAMETRE-FILE.

       SAUVEGARDER-PARAMETRES.
           OPEN OUTPUT PARAMETRE-FILE.
           MOVE WS-PARAM-SEUIL-SURV TO PARAM-SEUIL-SURVEILLANCE.
           MOVE WS-PARAM-MOIS-DORM TO PARAM-MOIS-DORMANCE.
           MOVE WS-PARAM-SEUIL-SUP TO PARAM-SEUIL-SUPERVISEUR.
           MOVE WS-PARAM-DELAI-CHQ TO PARAM-DELAI-CHEQUE.
           MOVE WS-PARAM-NB-GEN TO PARAM-NB-GENERATIONS.
           MOVE WS-PARAM-TAUX-RET TO PARAM-TAUX-RETENUE.
           MOVE WS-PARAM-MAJO-PRET TO PARAM-MAJORATION-PRET.
           MOVE WS-PARAM-DELAI-PRLV TO PARAM-DELAI-REMB-PRLV.
           MOVE WS-PARAM-GRACE-KYC TO PARAM-DELAI-GRACE-KYC.
           MOVE WS-PARAM-PLAFOND-GAR TO PARAM-PLAFOND-GARANTIE.
           WRITE PARAMETRE-RECORD.
           CLOSE PARAMETRE-FILE.

       MODIFIER-PARAMETRES.
           PERFORM CHARGER-PARAMETRES.
           DISPLAY "Parametres d'exploitation.".
           DISPLAY "Seuil de surveillance actuel : "
               WS-PARAM-SEUIL-SURV.
           DISPLAY "Nouveau seuil (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-SEUIL.
           IF WS-NOUVEAU-SEUIL NOT = ZERO
               MOVE WS-NOUVEAU-SEUIL TO WS-PARAM-SEUIL-SURV
           END-IF.
           DISPLAY "Mois sans mouvement avant dormance : "
               WS-PARAM-MOIS-DORM.
           DISPLAY "Nouveau nombre de mois (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-MOIS.
           IF WS-NOUVEAU-MOIS NOT = ZERO
               MOVE WS-NOUVEAU-MOIS TO WS-PARAM-MOIS-DORM
           END-IF.
           DISPLAY "Seuil d'accord superviseur actuel : "
               WS-PARAM-SEUIL-SUP.
           DISPLAY "Nouveau seuil superviseur (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-SEUIL-SUP.
           IF WS-NOUVEAU-SEUIL-SUP NOT = ZERO
               MOVE WS-NOUVEAU-SEUIL-SUP TO WS-PARAM-SEUIL-SUP
           END-IF.
           DISPLAY "Delai de compensation des cheques (jours) : "
               WS-PARAM-DELAI-CHQ.
           DISPLAY "Nouveau delai (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-DELAI.
           IF WS-NOUVEAU-DELAI NOT = ZERO
               MOVE WS-NOUVEAU-DELAI TO WS-PARAM-DELAI-CHQ
           END-IF.
           DISPLAY "Generations de sauvegarde conservees : "
               WS-PARAM-NB-GEN.
           DISPLAY "Nouveau nombre (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-NB-GEN.
           IF WS-NOUVEAU-NB-GEN NOT = ZERO
               MOVE WS-NOUVEAU-NB-GEN TO WS-PARAM-NB-GEN
           END-IF.
           DISPLAY "Taux de retenue a la source sur interets (%) : "
               WS-PARAM-TAUX-RET.
           DISPLAY "Nouveau taux (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-TAUX-RET.
           IF WS-NOUVEAU-TAUX-RET NOT = ZERO
               MOVE WS-NOUVEAU-TAUX-RET TO WS-PARAM-TAUX-RET
           END-IF.
           DISPLAY "Majoration des interets de retard sur prets "
               "(points) : " WS-PARAM-MAJO-PRET.
           DISPLAY "Nouvelle majoration (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-MAJO-PRET.
           IF WS-NOUVEAU-MAJO-PRET NOT = ZERO
               MOVE WS-NOUVEAU-MAJO-PRET TO WS-PARAM-MAJO-PRET
           END-IF.
           DISPLAY "Delai de contestation des prelevements (jours) : "
               WS-PARAM-DELAI-PRLV.
           DISPLAY "Nouveau delai (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-DELAI-PRLV.
           IF WS-NOUVEAU-DELAI-PRLV NOT = ZERO
               MOVE WS-NOUVEAU-DELAI-PRLV TO WS-PARAM-DELAI-PRLV
           END-IF.
           DISPLAY "Delai de grace des dossiers KYC echus (jours) : "
               WS-PARAM-GRACE-KYC.
           DISPLAY "Nouveau delai (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-GRACE-KYC.
           IF WS-NOUVEAU-GRACE-KYC NOT = ZERO
               MOVE WS-NOUVEAU-GRACE-KYC TO WS-PARAM-GRACE-KYC
           END-IF.
           DISPLAY "Plafond de garantie des depots (EUR) : "
               WS-PARAM-PLAFOND-GAR.
           DISPLAY "Nouveau plafond (0 = inchange) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-PLAFOND-GAR.
           IF WS-NOUVEAU-PLAFOND-GAR NOT = ZERO
               MOVE WS-NOUVEAU-PLAFOND-GAR TO WS-PARAM-PLAFOND-GAR
           END-IF.
           PERFORM SAUVEGARDER-PARAMETRES.
           DISPLAY "Parametres enregistres.".

      *    Charge le bareme des frais, en creant bareme.dat avec les
      *    valeurs par defaut des deux types de compte a la premiere
      *    utilisation (meme principe que CHARGER-PARAMETRES).
       CHARGER-BAREME.
           MOVE 0 TO WS-BAREME-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT BAREME-FILE.
           IF WS-STATUS NOT = "00"
               MOVE 2 TO WS-BAREME-TABLE-COUNT
               MOVE "Courant" TO WS-BAREME-ENTRY-TYPE(1)
               MOVE 2.50 TO WS-BAREME-ENTRY-TENUE(1)
               MOVE 1.50 TO WS-BAREME-ENTRY-COMM(1)
               MOVE 2.00 TO WS-BAREME-ENTRY-CARTE(1)
               MOVE 0.25 TO WS-BAREME-ENTRY-LIGNE(1)
               MOVE "Epargne" TO WS-BAREME-ENTRY-TYPE(2)
               MOVE 1.00 TO WS-BAREME-ENTRY-TENUE(2)
               MOVE 1.50 TO WS-BAREME-ENTRY-COMM(2)
               MOVE 0 TO WS-BAREME-ENTRY-CARTE(2)
               MOVE 0.25 TO WS-BAREME-ENTRY-LIGNE(2)
               PERFORM SAUVEGARDER-BAREME
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ BAREME-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-BAREME-TABLE-COUNT
                       IF WS-BAREME-TABLE-COUNT <= 10
                           MOVE BAREME-TYPE-COMPTE TO
                               WS-BAREME-ENTRY-TYPE
                                   (WS-BAREME-TABLE-COUNT)
                           MOVE BAREME-FRAIS-TENUE TO
                               WS-BAREME-ENTRY-TENUE
                                   (WS-BAREME-TABLE-COUNT)
                           MOVE BAREME-COMM-VIREXT TO
                               WS-BAREME-ENTRY-COMM
                                   (WS-BAREME-TABLE-COUNT)
                           MOVE BAREME-FRAIS-CARTE TO
                               WS-BAREME-ENTRY-CARTE
                                   (WS-BAREME-TABLE-COUNT)
                           IF BAREME-FRAIS-LIGNE NUMERIC
                               MOVE BAREME-FRAIS-LIGNE TO
                                   WS-BAREME-ENTRY-LIGNE
                                       (WS-BAREME-TABLE-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-BAREME-ENTRY-LIGNE
                                       (WS-BAREME-TABLE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BAREME-FILE.

           IF WS-BAREME-TABLE-COUNT > 10
               DISPLAY "Attention : plus de 10 types au bareme, "
                   "seuls les 10 premiers sont geres."
               MOVE 10 TO WS-BAREME-TABLE-COUNT
           END-IF.

       SAUVEGARDER-BAREME.
           OPEN OUTPUT BAREME-FILE.
           PERFORM VARYING WS-BAREME-IDX FROM 1 BY 1
                   UNTIL WS-BAREME-IDX > WS-BAREME-TABLE-COUNT
               MOVE WS-BAREME-ENTRY-TYPE(WS-BAREME-IDX)
                   TO BAREME-TYPE-COMPTE
               MOVE WS-BAREME-ENTRY-TENUE(WS-BAREME-IDX)
                   TO BAREME-FRAIS-TENUE
               MOVE WS-BAREME-ENTRY-COMM(WS-BAREME-IDX)
                   TO BAREME-COMM-VIREXT
               MOVE WS-BAREME-ENTRY-CARTE(WS-BAREME-IDX)
                   TO BAREME-FRAIS-CARTE
               MOVE WS-BAREME-ENTRY-LIGNE(WS-BAREME-IDX)
                   TO BAREME-FRAIS-LIGNE
               WRITE BAREME-RECORD
           END-PERFORM.
           CLOSE BAREME-FILE.

      *    Cherche le type WS-BAREME-TYPE-CIBLE dans WS-BAREME-TABLE
      *    (doit etre appele apres CHARGER-BAREME). Renvoie l'index
      *    dans WS-BAREME-FOUND-IDX, ou zero si non trouve.
       RECHERCHER-BAREME.
           MOVE 0 TO WS-BAREME-FOUND-IDX.
           PERFORM VARYING WS-BAREME-IDX FROM 1 BY 1
                   UNTIL WS-BAREME-IDX > WS-BAREME-TABLE-COUNT
               IF WS-BAREME-ENTRY-TYPE(WS-BAREME-IDX) =
                  WS-BAREME-TYPE-CIBLE
                   MOVE WS-BAREME-IDX TO WS-BAREME-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Revision du bareme des frais, type de compte par type de
      *    compte, sur le modele de MODIFIER-PARAMETRES (saisie a
      *    zero = valeur inchangee).
       MODIFIER-BAREME.
           PERFORM CHARGER-BAREME.
           DISPLAY "Bareme des frais.".
           PERFORM VARYING WS-BAREME-IDX FROM 1 BY 1
                   UNTIL WS-BAREME-IDX > WS-BAREME-TABLE-COUNT
               PERFORM MODIFIER-LIGNE-BAREME
           END-PERFORM.
           PERFORM SAUVEGARDER-BAREME.
           DISPLAY "Bareme enregistre.".

       MODIFIER-LIGNE-BAREME.
           DISPLAY "Type de compte : "
               WS-BAREME-ENTRY-TYPE(WS-BAREME-IDX).
           DISPLAY "Tenue de compte mensuelle actuelle : "
               WS-BAREME-ENTRY-TENUE(WS-BAREME-IDX).
           DISPLAY "Nouvelle tenue de compte (0 = inchangee) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-FRAIS.
           IF WS-NOUVEAU-FRAIS NOT = ZERO
               MOVE WS-NOUVEAU-FRAIS
                   TO WS-BAREME-ENTRY-TENUE(WS-BAREME-IDX)
           END-IF.
           DISPLAY "Commission par virement externe actuelle : "
               WS-BAREME-ENTRY-COMM(WS-BAREME-IDX).
           DISPLAY "Nouvelle commission (0 = inchangee) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-FRAIS.
           IF WS-NOUVEAU-FRAIS NOT = ZERO
               MOVE WS-NOUVEAU-FRAIS
                   TO WS-BAREME-ENTRY-COMM(WS-BAREME-IDX)
           END-IF.
           DISPLAY "Cotisation carte mensuelle actuelle : "
               WS-BAREME-ENTRY-CARTE(WS-BAREME-IDX).
           DISPLAY "Nouvelle cotisation carte (0 = inchangee) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-FRAIS.
           IF WS-NOUVEAU-FRAIS NOT = ZERO
               MOVE WS-NOUVEAU-FRAIS
                   TO WS-BAREME-ENTRY-CARTE(WS-BAREME-IDX)
           END-IF.
           DISPLAY "Frais par ligne de remise de virements actuels : "
               WS-BAREME-ENTRY-LIGNE(WS-BAREME-IDX).
           DISPLAY "Nouveaux frais par ligne (0 = inchanges) : "
               WITH NO ADVANCING.
           ACCEPT WS-NOUVEAU-FRAIS.
           IF WS-NOUVEAU-FRAIS NOT = ZERO
               MOVE WS-NOUVEAU-FRAIS
                   TO WS-BAREME-ENTRY-LIGNE(WS-BAREME-IDX)
           END-IF.

      *    Rapport de fin de journee des transactions du jour
      *    depassant le seuil de surveillance, avec compte, nom du
      *    client et agence, pour les declarations reglementaires.
       RAPPORT-SURVEILLANCE.
           PERFORM CHARGER-PARAMETRES.
           DISPLAY "Rapport des transactions du jour superieures a "
               WS-PARAM-SEUIL-SURV.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Aucune transaction enregistree."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SURV-FILENAME.
           STRING "surveillance_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-SURV-FILENAME.
           OPEN OUTPUT SURVEILLANCE-FILE.

           MOVE SPACES TO SURV-LINE.
           STRING "TRANSACTIONS SUPERIEURES AU SEUIL - JOURNEE DU "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO SURV-LINE.
           WRITE SURV-LINE.
           MOVE SPACES TO SURV-LINE.
           STRING "DATE     COMPTE     TYPE       MONTANT"
                  DELIMITED BY SIZE
                  "       CLIENT                         AGENCE"
                  DELIMITED BY SIZE
                  INTO SURV-LINE.
           WRITE SURV-LINE.

           MOVE 0 TO WS-SURV-COUNT.
           MOVE "00" TO WS-STATUS.
           PERFORM UNTIL WS-STATUS = "10"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF TRANSACTION-DATE = WS-TODAY AND
                          TRANSACTION-MONTANT > WS-PARAM-SEUIL-SURV
                           PERFORM ECRIRE-LIGNE-SURVEILLANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SURVEILLANCE-FILE.
           CLOSE TRANSACTION-FILE.

           DISPLAY WS-SURV-COUNT " transaction(s) au-dessus du "
               "seuil, rapport : " WS-SURV-FILENAME.

      *    Ecrit une ligne du rapport de surveillance : retrouve le
      *    client et l'agence du compte de la transaction courante.
      *    TRANSACTION-FILE reste ouvert pendant les acces directs a
      *    COMPTE-FILE et CLIENT-FILE.
       ECRIRE-LIGNE-SURVEILLANCE.
           MOVE "INCONNU" TO WS-SURV-CLIENT-NOM.
           MOVE 0 TO WS-SURV-AGENCE.

           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE TRANSACTION-COMPTE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COMPTE-BANQUE-ID TO WS-SURV-AGENCE
                       MOVE "00" TO WS-STATUS
                       OPEN INPUT CLIENT-FILE
                       IF WS-STATUS = "00"
                           MOVE COMPTE-CLIENT-ID TO CLIENT-ID
                           READ CLIENT-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE CLIENT-NAME
                                       TO WS-SURV-CLIENT-NOM
                           END-READ
                           CLOSE CLIENT-FILE
                       END-IF
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

           MOVE TRANSACTION-MONTANT TO WS-EDIT-MONTANT.
           MOVE SPACES TO SURV-LINE.
           STRING TRANSACTION-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRANSACTION-COMPTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRANSACTION-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-MONTANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SURV-CLIENT-NOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SURV-AGENCE DELIMITED BY SIZE
                  INTO SURV-LINE.
           WRITE SURV-LINE.
           ADD 1 TO WS-SURV-COUNT.

      *    Scan periodique de dormance : declare dormant ("D") tout
      *    compte actif dont le dernier mouvement a l'initiative du
      *    client (Depot, Retrait, Virement emis, VirExterne - les
      *    interets et agios ne comptent pas) est anterieur a la date
      *    charniere calculee depuis le nombre de mois parametre.
      *    Produit ensuite le rapport de dormance par agence.
       SCANNER-DORMANCE.
           DISPLAY "Scan de dormance des comptes.".
           PERFORM CHARGER-PARAMETRES.
           PERFORM CALCULER-DATE-DORMANCE.
           DISPLAY "Dormant si aucun mouvement client depuis le "
               WS-DORM-CUTOFF " (" WS-PARAM-MOIS-DORM " mois).".

      *    Les archives recensees sont chargees une fois pour toute
      *    la passe : un compte sans mouvement vivant (historique
      *    purge en fin d'exercice) est date depuis ses archives.
           PERFORM CHARGER-ARCHINDEX.

           MOVE 0 TO WS-DORM-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ COMPTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
      *    Un depot a terme n'a par construction aucun mouvement
      *    client jusqu'a son echeance : il echappe au scan, comme
      *    un compte de pret, mouvemente par ses seules echeances.
                       IF COMPTE-STATUT NOT = "D" AND
                          COMPTE-STATUT NOT = "B" AND
                          COMPTE-TYPE NOT = "Terme" AND
                          COMPTE-TYPE NOT = "Pret"
                           PERFORM CHERCHER-DERNIER-MOUVEMENT
      *    Sans aucun mouvement enregistre, ni vivant ni archive, il
      *    n'y a pas de "dernier mouvement" a dater : le compte n'est
      *    pas declare dormant (le solde d'ouverture journalise par
      *    CREER-COMPTE fournit ce premier mouvement aux comptes
      *    recents).
                           IF WS-DORM-DERNIER NOT = 0 AND
                              WS-DORM-DERNIER < WS-DORM-CUTOFF
                               MOVE "D" TO COMPTE-STATUT
                               REWRITE COMPTE-RECORD
                               ADD 1 TO WS-DORM-COUNT
                               DISPLAY "Compte " COMPTE-NUM
                                   " declare dormant (dernier "
                                   "mouvement : " WS-DORM-DERNIER ")."
                               MOVE "DO" TO WS-AVIS-N-EVENEMENT
                               MOVE COMPTE-NUM TO WS-AVIS-N-COMPTE
                               MOVE COMPTE-SOLDE TO WS-AVIS-N-MONTANT
                               MOVE WS-DORM-DERNIER
                                   TO WS-AVIS-N-DATE-REF
                               MOVE SPACES TO WS-AVIS-N-REF
                               PERFORM ENREGISTRER-AVIS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPTE-FILE.

           DISPLAY WS-DORM-COUNT " compte(s) declare(s) dormant(s).".
           PERFORM RAPPORT-DORMANCE.

      *    Date charniere de dormance : la date du jour reculee de
      *    WS-PARAM-MOIS-DORM mois, jour plafonne au 28.
       CALCULER-DATE-DORMANCE.
           MOVE WS-TODAY TO WS-DORM-DATE-CALC-N.
           COMPUTE WS-DORM-MOIS-TOT =
               WS-DORM-CALC-AAAA * 12 + WS-DORM-CALC-MM - 1
               - WS-PARAM-MOIS-DORM.
           COMPUTE WS-DORM-CALC-AAAA = WS-DORM-MOIS-TOT / 12.
           COMPUTE WS-DORM-CALC-MM =
               WS-DORM-MOIS-TOT - WS-DORM-CALC-AAAA * 12 + 1.
           IF WS-DORM-CALC-JJ > 28
               MOVE 28 TO WS-DORM-CALC-JJ
           END-IF.
           MOVE WS-DORM-DATE-CALC-N TO WS-DORM-CUTOFF.

      *    Date du dernier mouvement a l'initiative du client pour le
      *    compte courant (COMPTE-NUM), zero si aucun. Repositionne
      *    WS-STATUS a "00" pour ne pas interrompre la boucle de
      *    lecture de COMPTE-FILE de l'appelant.
       CHERCHER-DERNIER-MOUVEMENT.
           MOVE 0 TO WS-DORM-DERNIER.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-STATUS = "00"
      *    Acces direct par la cle compte + date : seuls les
      *    mouvements du compte sont parcourus, par dates
      *    croissantes.
               MOVE COMPTE-NUM TO TRANSACTION-COMPTE
               MOVE 0 TO TRANSACTION-DATE
               START TRANSACTION-FILE KEY >= TRANSACTION-CLE-COMPTE
                   INVALID KEY
                       MOVE "10" TO WS-STATUS
               END-START
               PERFORM UNTIL WS-STATUS NOT = "00"
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS
                       NOT AT END
                           IF TRANSACTION-COMPTE NOT = COMPTE-NUM
                               MOVE "10" TO WS-STATUS
                           ELSE
                               IF (TRANSACTION-TYPE = "Depot" OR
                                   TRANSACTION-TYPE = "Retrait" OR
                                   TRANSACTION-TYPE = "Virement" OR
                                   TRANSACTION-TYPE = "VirExterne" OR
                                   TRANSACTION-TYPE = "DepChq" OR
                                   TRANSACTION-TYPE = "Reactive") AND
                                  TRANSACTION-DATE > WS-DORM-DERNIER
                                   MOVE TRANSACTION-DATE
                                       TO WS-DORM-DERNIER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

      *    Aucun mouvement vivant : l'historique du compte a pu etre
      *    entierement deplace par l'archivage de fin d'exercice. Les
      *    archives recensees (chargees par l'appelant via
      *    CHARGER-ARCHINDEX) sont alors relues avant de conclure que
      *    le compte n'a aucun mouvement date.
           IF WS-DORM-DERNIER = 0
               PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                       UNTIL WS-ARCH-IDX > WS-ARCH-TABLE-COUNT
                   MOVE WS-ARCH-ENTRY(WS-ARCH-IDX)
                       TO WS-ARCHIVE-FILENAME
                   PERFORM CHERCHER-DERNIER-MOUVEMENT-ARCHIVE
               END-PERFORM
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Meme recherche que CHERCHER-DERNIER-MOUVEMENT, appliquee
      *    a l'archive WS-ARCHIVE-FILENAME.
       CHERCHER-DERNIER-MOUVEMENT-ARCHIVE.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF ARCH-COMPTE = COMPTE-NUM AND
                          (ARCH-TYPE = "Depot" OR
                           ARCH-TYPE = "Retrait" OR
                           ARCH-TYPE = "Virement" OR
                           ARCH-TYPE = "VirExterne" OR
                           ARCH-TYPE = "DepChq" OR
                           ARCH-TYPE = "Reactive") AND
                          ARCH-DATE > WS-DORM-DERNIER
                           MOVE ARCH-DATE TO WS-DORM-DERNIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           MOVE "00" TO WS-STATUS.

      *    Rapport de dormance par agence : une section par agence
      *    listant ses comptes au statut dormant, avec client, solde
      *    et total par agence.
       RAPPORT-DORMANCE.
           PERFORM CHARGER-BANQUES.
           IF WS-BANQUE-TABLE-COUNT = 0
               DISPLAY "Aucun enregistrement banque trouve."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-DORM-FILENAME.
           STRING "dormance_" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-DORM-FILENAME.
           OPEN OUTPUT DORMANCE-FILE.

           MOVE SPACES TO DORM-LINE.
           STRING "COMPTES DORMANTS PAR AGENCE AU " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO DORM-LINE.
           WRITE DORM-LINE.

           PERFORM VARYING WS-BANQUE-IDX FROM 1 BY 1
                   UNTIL WS-BANQUE-IDX > WS-BANQUE-TABLE-COUNT
               MOVE SPACES TO DORM-LINE
               STRING "AGENCE " DELIMITED BY SIZE
                      WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BANQUE-ENTRY-NAME(WS-BANQUE-IDX)
                      DELIMITED BY SIZE
                      INTO DORM-LINE
               WRITE DORM-LINE
               PERFORM LISTER-DORMANTS-AGENCE
               MOVE SPACES TO DORM-LINE
               STRING "  TOTAL AGENCE : " DELIMITED BY SIZE
                      WS-DORM-AGENCE-NB DELIMITED BY SIZE
                      " compte(s) dormant(s)" DELIMITED BY SIZE
                      INTO DORM-LINE
               WRITE DORM-LINE
           END-PERFORM.
           CLOSE DORMANCE-FILE.

           DISPLAY "Rapport de dormance : " WS-DORM-FILENAME.

      *    Ecrit les comptes dormants de l'agence courante
      *    (WS-BANQUE-IDX) dans le rapport de dormance.
       LISTER-DORMANTS-AGENCE.
           MOVE 0 TO WS-DORM-AGENCE-NB.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STATUS = "10"
               READ COMPTE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       IF COMPTE-BANQUE-ID =
                          WS-BANQUE-ENTRY-ID(WS-BANQUE-IDX) AND
                          COMPTE-STATUT = "D"
                           MOVE COMPTE-SOLDE TO WS-EDIT-SOLDE-DORM
                           MOVE SPACES TO DORM-LINE
                           STRING "  Compte " DELIMITED BY SIZE
                                  COMPTE-NUM DELIMITED BY SIZE
                                  " client " DELIMITED BY SIZE
                                  COMPTE-CLIENT-ID DELIMITED BY SIZE
                                  " solde " DELIMITED BY SIZE
                                  WS-EDIT-SOLDE-DORM
                                  DELIMITED BY SIZE
                                  INTO DORM-LINE
                           WRITE DORM-LINE
                           ADD 1 TO WS-DORM-AGENCE-NB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPTE-FILE.
           MOVE "00" TO WS-STATUS.

      *    Reactivation explicite au guichet d'un compte dormant ou
      *    bloque : remet le statut a actif apres confirmation.
       REACTIVER-COMPTE.
           DISPLAY "Reactivation d'un compte.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-REACT-COMPTE.

           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REACT-COMPTE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   DISPLAY "Erreur : compte non trouve."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-READ.

           IF COMPTE-STATUT NOT = "D" AND COMPTE-STATUT NOT = "B"
               DISPLAY "Ce compte est deja actif."
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Statut actuel : " COMPTE-STATUT.
           DISPLAY "Confirmer la reactivation (O/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "Reactivation annulee."
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO COMPTE-STATUT.
           REWRITE COMPTE-RECORD
               INVALID KEY
                   DISPLAY "Erreur : impossible de reactiver le "
                       "compte."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE COMPTE-FILE.

      *    La reactivation vaut mouvement : un memo date et signe de
      *    l'operateur est journalise, sinon le scan de dormance de
      *    la nuit suivante remettrait aussitot le compte en dormance.
           MOVE WS-COUNTER       TO WS-TRANS-ID.
           MOVE WS-REACT-COMPTE  TO WS-TRANS-COMPTE.
           MOVE WS-TODAY         TO WS-TRANS-DATE.
           MOVE "Reactive"       TO WS-TRANS-TYPE.
           MOVE ZERO             TO WS-TRANS-MONTANT.
           MOVE ZERO             TO WS-TRANS-DEST.
           PERFORM ECRIRE-TRANSACTION.

           DISPLAY "Compte reactive avec succes.".

      *    Revision des conditions negociees d'un compte existant :
      *    decouvert autorise, taux d'agios et limite de sorties par
      *    jour, sans fermer puis recreer le compte (acces
      *    superviseur, comme la fermeture).
       MODIFIER-CONDITIONS-COMPTE.
           DISPLAY "Modification des conditions d'un compte.".
           DISPLAY "Numero de compte : " WITH NO ADVANCING.
           ACCEPT WS-INPUT-COMPTE.

           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INPUT-COMPTE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   DISPLAY "Erreur : compte non trouve."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Compte " COMPTE-NUM " (" COMPTE-TYPE ").".

      *    Decouvert autorise negocie : reserve aux comptes Courant,
      *    comme a la creation.
           MOVE 0 TO NEW-COMPTE-DECOUVERT.
           MOVE 0 TO NEW-COMPTE-TAUX-AGIOS.
           IF COMPTE-TYPE = "Courant"
               DISPLAY "Decouvert autorise actuel : "
                   COMPTE-DECOUVERT
               DISPLAY "Nouveau decouvert (0 si aucun) : "
                   WITH NO ADVANCING
               ACCEPT NEW-COMPTE-DECOUVERT
               IF NEW-COMPTE-DECOUVERT NOT = ZERO
                   DISPLAY "Taux agios annuel actuel : "
                       COMPTE-TAUX-AGIOS
                   DISPLAY "Nouveau taux agios annuel (ex: 8.00) : "
                       WITH NO ADVANCING
                   ACCEPT NEW-COMPTE-TAUX-AGIOS
               END-IF
           END-IF.

           DISPLAY "Limite de sorties par jour actuelle : "
               COMPTE-LIMITE-JOUR.
           DISPLAY "Nouvelle limite par jour (0 si aucune) : "
               WITH NO ADVANCING.
           ACCEPT NEW-COMPTE-LIMITE-JOUR.

           MOVE NEW-COMPTE-DECOUVERT TO COMPTE-DECOUVERT.
           MOVE NEW-COMPTE-TAUX-AGIOS TO COMPTE-TAUX-AGIOS.
           MOVE NEW-COMPTE-LIMITE-JOUR TO COMPTE-LIMITE-JOUR.
           REWRITE COMPTE-RECORD
               INVALID KEY
                   DISPLAY "Erreur : impossible de modifier le "
                       "compte."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE COMPTE-FILE.

           DISPLAY "Conditions du compte mises a jour.".

      *    Charge tous les contrats de depot a terme de
      *    depotterme.dat dans WS-CONTRAT-TABLE (meme principe que
      *    CHARGER-ORDRES).
       CHARGER-CONTRATS-TERME.
           MOVE 0 TO WS-CONTRAT-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT TERME-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ TERME-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-CONTRAT-TABLE-COUNT
                       IF WS-CONTRAT-TABLE-COUNT <= 100
                           MOVE TERME-COMPTE TO
                               WS-CONTRAT-ENTRY-COMPTE
                                   (WS-CONTRAT-TABLE-COUNT)
                           MOVE TERME-TAUX TO
                               WS-CONTRAT-ENTRY-TAUX
                                   (WS-CONTRAT-TABLE-COUNT)
                           MOVE TERME-OUVERTURE TO
                               WS-CONTRAT-ENTRY-OUVERTURE
                                   (WS-CONTRAT-TABLE-COUNT)
                           MOVE TERME-ECHEANCE TO
                               WS-CONTRAT-ENTRY-ECHEANCE
                                   (WS-CONTRAT-TABLE-COUNT)
                           MOVE TERME-RENOUV TO
                               WS-CONTRAT-ENTRY-RENOUV
                                   (WS-CONTRAT-TABLE-COUNT)
                           MOVE TERME-DUREE TO
                               WS-CONTRAT-ENTRY-DUREE
                                   (WS-CONTRAT-TABLE-COUNT)
                           IF TERME-AVIS NUMERIC
                               MOVE TERME-AVIS TO
                                   WS-CONTRAT-ENTRY-AVIS
                                       (WS-CONTRAT-TABLE-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-CONTRAT-ENTRY-AVIS
                                       (WS-CONTRAT-TABLE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERME-FILE.
           MOVE "00" TO WS-STATUS.

           IF WS-CONTRAT-TABLE-COUNT > 100
               DISPLAY "Attention : plus de 100 contrats a terme, "
                   "seuls les 100 premiers sont geres."
               MOVE 100 TO WS-CONTRAT-TABLE-COUNT
           END-IF.

      *    Reecrit depotterme.dat a partir de WS-CONTRAT-TABLE (meme
      *    principe que SAUVEGARDER-ORDRES, index de sauvegarde
      *    propre car la passe d'echeances tient WS-CONTRAT-IDX).
       SAUVEGARDER-CONTRATS-TERME.
           OPEN OUTPUT TERME-FILE.
           PERFORM VARYING WS-CONTRAT-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-CONTRAT-SAVE-IDX > WS-CONTRAT-TABLE-COUNT
               MOVE WS-CONTRAT-ENTRY-COMPTE(WS-CONTRAT-SAVE-IDX)
                   TO TERME-COMPTE
               MOVE WS-CONTRAT-ENTRY-TAUX(WS-CONTRAT-SAVE-IDX)
                   TO TERME-TAUX
               MOVE WS-CONTRAT-ENTRY-OUVERTURE(WS-CONTRAT-SAVE-IDX)
                   TO TERME-OUVERTURE
               MOVE WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-SAVE-IDX)
                   TO TERME-ECHEANCE
               MOVE WS-CONTRAT-ENTRY-RENOUV(WS-CONTRAT-SAVE-IDX)
                   TO TERME-RENOUV
               MOVE WS-CONTRAT-ENTRY-DUREE(WS-CONTRAT-SAVE-IDX)
                   TO TERME-DUREE
               MOVE WS-CONTRAT-ENTRY-AVIS(WS-CONTRAT-SAVE-IDX)
                   TO TERME-AVIS
               WRITE TERME-RECORD
           END-PERFORM.
           CLOSE TERME-FILE.

      *    Cherche le contrat du compte WS-CONTRAT-COMPTE-CIBLE dans
      *    WS-CONTRAT-TABLE (doit etre appele apres
      *    CHARGER-CONTRATS-TERME). Renvoie l'index dans
      *    WS-CONTRAT-FOUND-IDX, ou zero si non trouve.
       RECHERCHER-CONTRAT-TERME.
           MOVE 0 TO WS-CONTRAT-FOUND-IDX.
           PERFORM VARYING WS-CONTRAT-IDX FROM 1 BY 1
                   UNTIL WS-CONTRAT-IDX > WS-CONTRAT-TABLE-COUNT
               IF WS-CONTRAT-ENTRY-COMPTE(WS-CONTRAT-IDX) =
                  WS-CONTRAT-COMPTE-CIBLE
                   MOVE WS-CONTRAT-IDX TO WS-CONTRAT-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Ajoute WS-TERME-MOIS-AJOUT mois a la date portee par
      *    WS-TERME-DATE-CALC-N, jour plafonne au 28 (meme principe
      *    que CALCULER-DATE-DORMANCE, en avant).
       AJOUTER-MOIS-TERME.
           COMPUTE WS-TERME-MOIS-TOT =
               WS-TERME-CALC-AAAA * 12 + WS-TERME-CALC-MM - 1
               + WS-TERME-MOIS-AJOUT.
           COMPUTE WS-TERME-CALC-AAAA = WS-TERME-MOIS-TOT / 12.
           COMPUTE WS-TERME-CALC-MM =
               WS-TERME-MOIS-TOT - WS-TERME-CALC-AAAA * 12 + 1.
           IF WS-TERME-CALC-JJ > 28
               MOVE 28 TO WS-TERME-CALC-JJ
           END-IF.

      *    Inscription du contrat d'un compte a terme qui vient
      *    d'etre cree (CREER-COMPTE) : ouverture a la date du jour,
      *    echeance a ouverture + duree.
       SOUSCRIRE-CONTRAT-TERME.
           PERFORM CHARGER-CONTRATS-TERME.
           IF WS-CONTRAT-TABLE-COUNT >= 100
               DISPLAY "Attention : table des contrats pleine, "
                   "contrat non inscrit."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CONTRAT-TABLE-COUNT.
           MOVE NEW-COMPTE-NUM TO
               WS-CONTRAT-ENTRY-COMPTE(WS-CONTRAT-TABLE-COUNT).
           MOVE WS-NEW-TERME-TAUX TO
               WS-CONTRAT-ENTRY-TAUX(WS-CONTRAT-TABLE-COUNT).
           MOVE WS-TODAY TO
               WS-CONTRAT-ENTRY-OUVERTURE(WS-CONTRAT-TABLE-COUNT).
           MOVE WS-TODAY TO WS-TERME-DATE-CALC-N.
           MOVE WS-NEW-TERME-DUREE TO WS-TERME-MOIS-AJOUT.
           PERFORM AJOUTER-MOIS-TERME.
           MOVE WS-TERME-DATE-CALC-N TO
               WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-TABLE-COUNT).
           MOVE WS-NEW-TERME-RENOUV TO
               WS-CONTRAT-ENTRY-RENOUV(WS-CONTRAT-TABLE-COUNT).
           MOVE WS-NEW-TERME-DUREE TO
               WS-CONTRAT-ENTRY-DUREE(WS-CONTRAT-TABLE-COUNT).
           MOVE 0 TO WS-CONTRAT-ENTRY-AVIS(WS-CONTRAT-TABLE-COUNT).
           PERFORM SAUVEGARDER-CONTRATS-TERME.
           DISPLAY "Contrat a terme inscrit, echeance le "
               WS-TERME-DATE-CALC-N ".".

      *    Passe nocturne des depots a terme : chaque contrat arrive
      *    a echeance est solde (capital vire au compte Courant du
      *    client et interets du terme credites) ou renouvele (seuls
      *    les interets sont verses, les dates sont avancees d'une
      *    duree). Le fichier des contrats est reecrit apres chaque
      *    contrat traite, comme ordre.dat au fil des echeances.
       TRAITER-ECHEANCES-TERME.
           DISPLAY "--- Echeances des depots a terme ---".
           PERFORM CHARGER-CONTRATS-TERME.
           IF WS-CONTRAT-TABLE-COUNT = 0
               DISPLAY "Aucun contrat de depot a terme."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TERME-ECHUS.
           MOVE 0 TO WS-TERME-ECHECS.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) + 30)
               TO WS-TERME-LIMITE-AVIS.
           MOVE 1 TO WS-CONTRAT-IDX.
           PERFORM UNTIL WS-CONTRAT-IDX > WS-CONTRAT-TABLE-COUNT
               IF WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX)
                   <= WS-TODAY
                   PERFORM TRAITER-UN-TERME-ECHU
                   PERFORM SAUVEGARDER-CONTRATS-TERME
                   IF WS-TERME-RETIRE = "N"
                       ADD 1 TO WS-CONTRAT-IDX
                   END-IF
               ELSE
                   IF WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX)
                       <= WS-TERME-LIMITE-AVIS AND
                      WS-CONTRAT-ENTRY-AVIS(WS-CONTRAT-IDX) NOT =
                       WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX)
                       PERFORM AVISER-ECHEANCE-TERME
                   END-IF
                   ADD 1 TO WS-CONTRAT-IDX
               END-IF
           END-PERFORM.

           DISPLAY WS-TERME-ECHUS " echeance(s) traitee(s), "
               WS-TERME-ECHECS " echec(s) en audit.".
           DISPLAY "--- Fin des echeances a terme ---".

      *    Avis TE au client dont le depot a terme (WS-CONTRAT-IDX)
      *    arrive a echeance dans les 30 jours : un seul avis par
      *    echeance, l'echeance avisee etant notee au contrat. Un
      *    compte introuvable est laisse a la passe d'echeance.
       AVISER-ECHEANCE-TERME.
           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-CONTRAT-ENTRY-COMPTE(WS-CONTRAT-IDX)
                   TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE COMPTE-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "TE" TO WS-AVIS-N-EVENEMENT.
           MOVE COMPTE-NUM TO WS-AVIS-N-COMPTE.
           MOVE COMPTE-SOLDE TO WS-AVIS-N-MONTANT.
           MOVE WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX)
               TO WS-AVIS-N-DATE-REF.
           MOVE SPACES TO WS-AVIS-N-REF.
           PERFORM ENREGISTRER-AVIS.
           MOVE WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX)
               TO WS-CONTRAT-ENTRY-AVIS(WS-CONTRAT-IDX).
           PERFORM SAUVEGARDER-CONTRATS-TERME.
           DISPLAY "Avis d'echeance depose pour le depot a terme "
               COMPTE-NUM ".".

      *    Traite le contrat echu d'index WS-CONTRAT-IDX. Positionne
      *    WS-TERME-RETIRE a "Y" si l'entree a ete retiree de la
      *    table (l'appelant ne doit alors pas avancer son index).
       TRAITER-UN-TERME-ECHU.
           MOVE "N" TO WS-TERME-RETIRE.
           MOVE WS-CONTRAT-ENTRY-COMPTE(WS-CONTRAT-IDX)
               TO WS-CONTRAT-COMPTE-CIBLE.
           DISPLAY "Echeance du depot a terme "
               WS-CONTRAT-COMPTE-CIBLE " (echeance "
               WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX) ").".

           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-CONTRAT-COMPTE-CIBLE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
                       MOVE COMPTE-SOLDE TO WS-TERME-PRINCIPAL
                       MOVE COMPTE-CLIENT-ID TO WS-TERME-CLIENT
               END-READ
               CLOSE COMPTE-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Un contrat sans compte (compte ferme a la main) est retire
      *    avec trace d'audit : il ne sera pas retente chaque nuit.
           IF WS-FOUND = "N"
               DISPLAY "Compte a terme introuvable, contrat retire."
               MOVE WS-CONTRAT-COMPTE-CIBLE TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "Virement" TO WS-TRANS-TYPE
               MOVE "Compte a terme introuvable" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               PERFORM SUPPRIMER-CONTRAT-TERME-COURANT
               MOVE "Y" TO WS-TERME-RETIRE
               EXIT PARAGRAPH
           END-IF.

      *    Interets pleins du terme, au taux contractuel prorata de
      *    la duree en mois.
           COMPUTE WS-TERME-INTERET ROUNDED =
               WS-TERME-PRINCIPAL
               * WS-CONTRAT-ENTRY-TAUX(WS-CONTRAT-IDX)
               * WS-CONTRAT-ENTRY-DUREE(WS-CONTRAT-IDX) / 1200.

           PERFORM CHERCHER-COMPTE-COURANT-CLIENT.
           IF WS-TERME-COURANT = 0
               DISPLAY "Aucun compte Courant actif pour le client "
                   WS-TERME-CLIENT ", echeance reportee."
               MOVE WS-CONTRAT-COMPTE-CIBLE TO WS-INPUT-COMPTE
               MOVE WS-TERME-PRINCIPAL TO WS-INPUT-MONTANT
               MOVE "Virement" TO WS-TRANS-TYPE
               MOVE "Aucun compte Courant du client"
                   TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               ADD 1 TO WS-TERME-ECHECS
               EXIT PARAGRAPH
           END-IF.

           IF WS-CONTRAT-ENTRY-RENOUV(WS-CONTRAT-IDX) = "O"
               PERFORM CREDITER-INTERET-TERME
               IF WS-FOUND = "Y"
                   MOVE WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX)
                       TO WS-CONTRAT-ENTRY-OUVERTURE(WS-CONTRAT-IDX)
                   MOVE WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX)
                       TO WS-TERME-DATE-CALC-N
                   MOVE WS-CONTRAT-ENTRY-DUREE(WS-CONTRAT-IDX)
                       TO WS-TERME-MOIS-AJOUT
                   PERFORM AJOUTER-MOIS-TERME
                   MOVE WS-TERME-DATE-CALC-N
                       TO WS-CONTRAT-ENTRY-ECHEANCE(WS-CONTRAT-IDX)
                   ADD 1 TO WS-TERME-ECHUS
                   DISPLAY "Depot a terme " WS-CONTRAT-COMPTE-CIBLE
                       " renouvele jusqu'au " WS-TERME-DATE-CALC-N
                       "."
               ELSE
                   ADD 1 TO WS-TERME-ECHECS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERSER-TERME-AU-COURANT.
           IF WS-VIREMENT-OK = "Y"
               ADD 1 TO WS-TERME-ECHUS
               PERFORM SUPPRIMER-CONTRAT-TERME-COURANT
               MOVE "Y" TO WS-TERME-RETIRE
               DISPLAY "Depot a terme " WS-CONTRAT-COMPTE-CIBLE
                   " solde vers le compte " WS-TERME-COURANT "."
           ELSE
               ADD 1 TO WS-TERME-ECHECS
           END-IF.

      *    Premier compte Courant actif du client WS-TERME-CLIENT,
      *    destination des versements d'echeance. Zero si aucun.
       CHERCHER-COMPTE-COURANT-CLIENT.
           MOVE 0 TO WS-TERME-COURANT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               PERFORM UNTIL WS-STATUS = "10"
                   READ COMPTE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-STATUS
                       NOT AT END
                           IF COMPTE-CLIENT-ID = WS-TERME-CLIENT AND
                              COMPTE-TYPE = "Courant" AND
                              COMPTE-STATUT = "A" AND
                              WS-TERME-COURANT = 0
                               MOVE COMPTE-NUM TO WS-TERME-COURANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPTE-FILE
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Verse le capital du compte a terme au compte Courant par
      *    un virement interne journalise (EXECUTER-VIREMENT, blocage
      *    leve via WS-TERME-LIBERE), puis credite les interets. La
      *    reprise d'un arret en plein versement passe par le journal
      *    des mouvements, comme tout virement.
       VERSER-TERME-AU-COURANT.
           MOVE "N" TO WS-VIREMENT-OK.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Fichier comptes inaccessible, versement "
                   "reporte."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CONTRAT-COMPTE-CIBLE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-CONTRAT-COMPTE-CIBLE TO WS-INPUT-COMPTE.
           MOVE WS-TERME-COURANT TO WS-INPUT-ID.
           MOVE WS-TERME-PRINCIPAL TO WS-INPUT-MONTANT.
           MOVE "Y" TO WS-TERME-LIBERE.
           PERFORM EXECUTER-VIREMENT.
           MOVE "N" TO WS-TERME-LIBERE.
           CLOSE COMPTE-FILE.

           IF WS-VIREMENT-OK = "Y"
               PERFORM CREDITER-INTERET-TERME
           END-IF.

      *    Credite WS-TERME-INTERET sur le compte Courant
      *    WS-TERME-COURANT (mouvement Interet journalise, meme
      *    circuit que les interets mensuels). Les interets sont
      *    calcules dans la devise du compte a terme : si le Courant
      *    est tenu dans une autre devise, ils sont convertis comme
      *    le capital l'est par EXECUTER-VIREMENT, cours porte sur le
      *    mouvement. WS-FOUND rend compte du resultat.
       CREDITER-INTERET-TERME.
           MOVE "Y" TO WS-FOUND.
           IF WS-TERME-INTERET = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FOUND.
           PERFORM CHARGER-PARAMETRES.

      *    Cours de la devise du compte a terme (source des
      *    interets), releve avant l'ouverture en mise a jour.
           MOVE WS-CONTRAT-COMPTE-CIBLE TO WS-DEV-COMPTE-CIBLE.
           PERFORM OBTENIR-COURS-COMPTE.
           MOVE WS-DEV-COURS TO WS-DEV-COURS-SRC.
           MOVE WS-DEV-CIBLE TO WS-DEV-SRC.

           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Fichier comptes inaccessible, interets du "
                   "terme non verses."
               MOVE WS-TERME-COURANT TO WS-INPUT-COMPTE
               MOVE WS-TERME-INTERET TO WS-INPUT-MONTANT
               MOVE "Interet" TO WS-TRANS-TYPE
               MOVE "Fichier comptes inaccessible"
                   TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TERME-COURANT TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   MOVE WS-TERME-COURANT TO WS-INPUT-COMPTE
                   MOVE WS-TERME-INTERET TO WS-INPUT-MONTANT
                   MOVE "Interet" TO WS-TRANS-TYPE
                   MOVE "Compte Courant introuvable"
                       TO WS-AUDIT-REASON
                   MOVE ZERO TO WS-AUDIT-DEST
                   PERFORM ENREGISTRER-AUDIT-REJET
               NOT INVALID KEY
      *    Conversion des interets vers la devise du Courant si elle
      *    differe de celle du compte a terme, puis credit du brut
      *    converti moins la retenue a la source, comme la passe
      *    d'interets mensuels.
                   MOVE WS-TERME-INTERET TO WS-INPUT-MONTANT
                   MOVE COMPTE-DEVISE TO WS-DEV-DST
                   PERFORM CONVERTIR-MONTANT-VIREMENT
                   COMPUTE WS-RETENUE ROUNDED =
                       WS-DEV-MONTANT-DEST * WS-PARAM-TAUX-RET / 100
                   COMPUTE COMPTE-SOLDE = COMPTE-SOLDE
                       + WS-DEV-MONTANT-DEST - WS-RETENUE
                   REWRITE COMPTE-RECORD
                   MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE
                   COMPUTE WS-BANQUE-DELTA =
                       WS-DEV-MONTANT-DEST - WS-RETENUE
                   PERFORM AJUSTER-SOLDE-BANQUE-COMPTE
                   MOVE WS-DEV-MONTANT-DEST TO WS-INTERET
                   MOVE WS-DEV-COURS-APPLIQUE TO WS-TRANS-COURS
                   PERFORM ENREGISTRER-INTERET-TRANSACTION
                   IF WS-RETENUE NOT = ZERO
                       PERFORM ENREGISTRER-RETENUE-TRANSACTION
                       MOVE WS-RETENUE TO WS-DEV-MONTANT
                       PERFORM CONVERTIR-EN-BASE-COMPTE
                       PERFORM AJOUTER-RETENUE-BANQUE
                   END-IF
                   DISPLAY "Compte " WS-TERME-COURANT " credite de "
                       WS-INTERET " d'interets du terme, "
                       "retenue de " WS-RETENUE "."
                   MOVE "Y" TO WS-FOUND
           END-READ.
           CLOSE COMPTE-FILE.
           MOVE "00" TO WS-STATUS.

      *    Retire de la table le contrat d'index WS-CONTRAT-IDX
      *    (decalage d'un cran, comme SUPPRIMER-ORDRE).
       SUPPRIMER-CONTRAT-TERME-COURANT.
           PERFORM VARYING WS-CONTRAT-SAVE-IDX FROM WS-CONTRAT-IDX
                   BY 1
                   UNTIL WS-CONTRAT-SAVE-IDX >= WS-CONTRAT-TABLE-COUNT
               MOVE WS-CONTRAT-ENTRY(WS-CONTRAT-SAVE-IDX + 1)
                   TO WS-CONTRAT-ENTRY(WS-CONTRAT-SAVE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CONTRAT-TABLE-COUNT.

      *    Mois entiers ecoules entre l'ouverture du contrat courant
      *    (WS-CONTRAT-IDX) et la date du jour.
       CALCULER-MOIS-ECOULES.
           MOVE WS-CONTRAT-ENTRY-OUVERTURE(WS-CONTRAT-IDX)
               TO WS-TERME-DATE-CALC-N.
           COMPUTE WS-TERME-MOIS-DEBUT =
               WS-TERME-CALC-AAAA * 12 + WS-TERME-CALC-MM.
           MOVE WS-TODAY TO WS-TERME-DATE-CALC-N.
           COMPUTE WS-TERME-MOIS-FIN =
               WS-TERME-CALC-AAAA * 12 + WS-TERME-CALC-MM.
           IF WS-TERME-MOIS-FIN > WS-TERME-MOIS-DEBUT
               COMPUTE WS-TERME-MOIS-ECOULES =
                   WS-TERME-MOIS-FIN - WS-TERME-MOIS-DEBUT
           ELSE
               MOVE 0 TO WS-TERME-MOIS-ECOULES
           END-IF.

      *    Rupture anticipee d'un depot a terme (acces superviseur) :
      *    le capital est verse au compte Courant du client avec les
      *    interets courus a la moitie du taux contractuel, l'autre
      *    moitie etant retenue en penalite de rupture.
       ROMPRE-DEPOT-TERME.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               MOVE ZERO TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "Virement" TO WS-TRANS-TYPE
               MOVE "Journee comptable fermee" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Rupture anticipee d'un depot a terme.".
           DISPLAY "Numero du compte a terme : " WITH NO ADVANCING.
           ACCEPT WS-CONTRAT-COMPTE-CIBLE.

           PERFORM CHARGER-CONTRATS-TERME.
           PERFORM RECHERCHER-CONTRAT-TERME.
           IF WS-CONTRAT-FOUND-IDX = 0
               DISPLAY "Erreur : aucun contrat a terme pour ce "
                   "compte."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CONTRAT-FOUND-IDX TO WS-CONTRAT-IDX.

           MOVE "N" TO WS-FOUND.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT COMPTE-FILE.
           IF WS-STATUS = "00"
               MOVE WS-CONTRAT-COMPTE-CIBLE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
                       MOVE COMPTE-SOLDE TO WS-TERME-PRINCIPAL
                       MOVE COMPTE-CLIENT-ID TO WS-TERME-CLIENT
               END-READ
               CLOSE COMPTE-FILE
           END-IF.
           IF WS-FOUND = "N"
               DISPLAY "Erreur : compte a terme non trouve."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULER-MOIS-ECOULES.
           COMPUTE WS-TERME-INTERET ROUNDED =
               WS-TERME-PRINCIPAL
               * WS-CONTRAT-ENTRY-TAUX(WS-CONTRAT-IDX)
               * WS-TERME-MOIS-ECOULES / 2400.
           COMPUTE WS-TERME-PENALITE ROUNDED =
               WS-TERME-PRINCIPAL
               * WS-CONTRAT-ENTRY-TAUX(WS-CONTRAT-IDX)
               * WS-TERME-MOIS-ECOULES / 1200
               - WS-TERME-INTERET.
           DISPLAY "Capital : " WS-TERME-PRINCIPAL.
           DISPLAY "Interets courus verses : " WS-TERME-INTERET.
           DISPLAY "Penalite de rupture retenue : "
               WS-TERME-PENALITE.
           DISPLAY "Confirmer la rupture (O/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "Rupture annulee."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-COMPTE-COURANT-CLIENT.
           IF WS-TERME-COURANT = 0
               DISPLAY "Erreur : aucun compte Courant actif pour ce "
                   "client."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERSER-TERME-AU-COURANT.
           IF WS-VIREMENT-OK = "Y"
               PERFORM SUPPRIMER-CONTRAT-TERME-COURANT
               PERFORM SAUVEGARDER-CONTRATS-TERME
               DISPLAY "Depot a terme rompu, contrat solde."
           ELSE
               DISPLAY "Rupture non aboutie, contrat conserve."
           END-IF.

      *    Charge les contrats de pret de pret.dat dans WS-PRET-TABLE
      *    (meme principe que CHARGER-CONTRATS-TERME).
       CHARGER-PRETS.
           MOVE 0 TO WS-PRET-TABLE-COUNT.
           MOVE "00" TO WS-STATUS.
           OPEN INPUT PRET-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-STATUS = "10"
               READ PRET-FILE
                   AT END
                       MOVE "10" TO WS-STATUS
                   NOT AT END
                       ADD 1 TO WS-PRET-TABLE-COUNT
                       IF WS-PRET-TABLE-COUNT <= 100
                           MOVE PRET-RECORD TO
                               WS-PRET-ENTRY(WS-PRET-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRET-FILE.
           MOVE "00" TO WS-STATUS.

           IF WS-PRET-TABLE-COUNT > 100
               DISPLAY "Attention : plus de 100 contrats de pret, "
                   "seuls les 100 premiers sont geres."
               MOVE 100 TO WS-PRET-TABLE-COUNT
           END-IF.

      *    Reecrit pret.dat a partir de WS-PRET-TABLE (index de
      *    sauvegarde propre car la passe d'echeances tient
      *    WS-PRET-IDX).
       SAUVEGARDER-PRETS.
           OPEN OUTPUT PRET-FILE.
           PERFORM VARYING WS-PRET-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-PRET-SAVE-IDX > WS-PRET-TABLE-COUNT
               MOVE WS-PRET-ENTRY(WS-PRET-SAVE-IDX) TO PRET-RECORD
               WRITE PRET-RECORD
           END-PERFORM.
           CLOSE PRET-FILE.

      *    Cherche le contrat du compte WS-PRET-COMPTE-CIBLE dans
      *    WS-PRET-TABLE (doit etre appele apres CHARGER-PRETS).
      *    Renvoie l'index dans WS-PRET-FOUND-IDX, ou zero.
       RECHERCHER-PRET.
           MOVE 0 TO WS-PRET-FOUND-IDX.
           PERFORM VARYING WS-PRET-IDX FROM 1 BY 1
                   UNTIL WS-PRET-IDX > WS-PRET-TABLE-COUNT
               IF WS-PRET-ENTRY-COMPTE(WS-PRET-IDX) =
                  WS-PRET-COMPTE-CIBLE
                   MOVE WS-PRET-IDX TO WS-PRET-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Retire de la table le contrat d'index WS-PRET-IDX
      *    (decalage d'un cran, comme SUPPRIMER-ORDRE).
       SUPPRIMER-PRET-COURANT.
           PERFORM VARYING WS-PRET-SAVE-IDX FROM WS-PRET-IDX BY 1
                   UNTIL WS-PRET-SAVE-IDX >= WS-PRET-TABLE-COUNT
               MOVE WS-PRET-ENTRY(WS-PRET-SAVE-IDX + 1)
                   TO WS-PRET-ENTRY(WS-PRET-SAVE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PRET-TABLE-COUNT.

      *    Mensualite constante d'un pret amortissable (amortissement
      *    a la francaise) : E = C x r x (1+r)**n / ((1+r)**n - 1),
      *    r etant le taux mensuel (taux annuel / 1200). A taux nul
      *    le capital est simplement reparti sur les n echeances.
       CALCULER-MENSUALITE-PRET.
           IF WS-PRET-CALC-NB = 0
               MOVE 0 TO WS-PRET-CALC-MENSUALITE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRET-CALC-TAUX = ZERO
               COMPUTE WS-PRET-CALC-MENSUALITE ROUNDED =
                   WS-PRET-CALC-CAPITAL / WS-PRET-CALC-NB
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRET-TAUX-MENS = WS-PRET-CALC-TAUX / 1200.
           COMPUTE WS-PRET-FACTEUR ROUNDED =
               (1 + WS-PRET-TAUX-MENS) ** WS-PRET-CALC-NB.
      *    Le rapport (1+r)**n / ((1+r)**n - 1) est calcule a part :
      *    en une seule expression l'intermediaire perd sa precision.
           COMPUTE WS-PRET-RAPPORT ROUNDED =
               WS-PRET-FACTEUR / (WS-PRET-FACTEUR - 1).
           COMPUTE WS-PRET-CALC-MENSUALITE ROUNDED =
               WS-PRET-CALC-CAPITAL * WS-PRET-TAUX-MENS
               * WS-PRET-RAPPORT.

      *    Decompose l'echeance suivante d'un pret dont le capital
      *    restant est WS-PRET-SIM-RESTANT et le nombre d'echeances
      *    restantes WS-PRET-SIM-NB (taux et mensualite du contrat
      *    dans WS-PRET-CALC-TAUX / WS-PRET-CALC-MENSUALITE) :
      *    interets d'un mois sur le capital restant, le reste de la
      *    mensualite amortissant le capital. La derniere echeance
      *    solde le capital, absorbant les ecarts d'arrondi.
       CALCULER-ECHEANCE-PRET.
           COMPUTE WS-PRET-ECH-INTERET ROUNDED =
               WS-PRET-SIM-RESTANT * WS-PRET-CALC-TAUX / 1200.
           IF WS-PRET-SIM-NB <= 1
               MOVE WS-PRET-SIM-RESTANT TO WS-PRET-ECH-CAPITAL
           ELSE
               IF WS-PRET-CALC-MENSUALITE > WS-PRET-ECH-INTERET
                   COMPUTE WS-PRET-ECH-CAPITAL =
                       WS-PRET-CALC-MENSUALITE - WS-PRET-ECH-INTERET
               ELSE
                   MOVE 0 TO WS-PRET-ECH-CAPITAL
               END-IF
               IF WS-PRET-ECH-CAPITAL > WS-PRET-SIM-RESTANT
                   MOVE WS-PRET-SIM-RESTANT TO WS-PRET-ECH-CAPITAL
               END-IF
           END-IF.
           COMPUTE WS-PRET-ECH-MONTANT =
               WS-PRET-ECH-CAPITAL + WS-PRET-ECH-INTERET.

      *    Interets de retard du contrat WS-PRET-IDX : le capital
      *    impaye porte interet au taux du contrat majore du
      *    parametre, au jour le jour depuis le dernier arrete
      *    (PRET-DATE-RETARD), ajoute aux interets impayes. Les
      *    parametres doivent avoir ete charges.
       MAJORER-IMPAYES-PRET.
           IF WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX) = 0 OR
              WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX) >= WS-TODAY
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRET-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE
                   (WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX)).
           COMPUTE WS-PRET-RETARD ROUNDED =
               WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
               * (WS-PRET-ENTRY-TAUX(WS-PRET-IDX)
                  + WS-PARAM-MAJO-PRET)
               * WS-PRET-JOURS / 36500.
           ADD WS-PRET-RETARD TO
               WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX).
           MOVE WS-TODAY TO WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX).
           IF WS-PRET-RETARD NOT = ZERO
               DISPLAY "Pret " WS-PRET-ENTRY-COMPTE(WS-PRET-IDX)
                   " : interets de retard " WS-PRET-RETARD "."
           END-IF.

      *    Ajoute WS-DEV-MONTANT-BASE (signe, EUR) a l'encours des
      *    prets de l'agence WS-BANQUE-ID-CIBLE (meme principe
      *    qu'AJOUTER-RETENUE-BANQUE).
       AJUSTER-ENCOURS-BANQUE.
           PERFORM CHARGER-BANQUES.
           PERFORM RECHERCHER-BANQUE.
           IF WS-BANQUE-FOUND-IDX NOT = 0
               ADD WS-DEV-MONTANT-BASE TO
                   WS-BANQUE-ENTRY-ENCOURS(WS-BANQUE-FOUND-IDX)
               PERFORM SAUVEGARDER-BANQUES
           END-IF.
           MOVE "00" TO WS-STATUS.

      *    Preleve WS-PRET-ECH-MONTANT sur le compte Courant
      *    WS-PRET-COURANT-CIBLE au profit du pret
      *    WS-PRET-COMPTE-CIBLE, mouvement de type WS-TRANS-TYPE
      *    (EchPret ou RembPret) : controle du statut et du solde
      *    disponible du Courant, debit journalise avec le pret en
      *    destination, puis la part de capital WS-PRET-ECH-CAPITAL
      *    vient reduire le solde debiteur du compte de pret
      *    (mouvement AmortPret) et l'encours de l'agence. Un refus
      *    part en audit ; WS-PRET-PRELEVE-OK rend compte du
      *    resultat.
       PRELEVER-ECHEANCE-PRET.
           MOVE "N" TO WS-PRET-PRELEVE-OK.
           MOVE WS-PRET-COURANT-CIBLE TO WS-INPUT-COMPTE.
           MOVE WS-PRET-ECH-MONTANT TO WS-INPUT-MONTANT.
           MOVE WS-PRET-COMPTE-CIBLE TO WS-AUDIT-DEST.
           IF WS-PRET-ECH-MONTANT = ZERO
               MOVE "Y" TO WS-PRET-PRELEVE-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               MOVE "Fichier comptes inaccessible" TO WS-AUDIT-REASON
               PERFORM ENREGISTRER-AUDIT-REJET
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRET-COURANT-CIBLE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   MOVE "Compte de remboursement introuvable"
                       TO WS-AUDIT-REASON
                   PERFORM ENREGISTRER-AUDIT-REJET
                   CLOSE COMPTE-FILE
                   MOVE "00" TO WS-STATUS
                   EXIT PARAGRAPH
           END-READ.

           IF COMPTE-STATUT = "D" OR COMPTE-STATUT = "B"
               MOVE "Compte remboursement dormant/bloque"
                   TO WS-AUDIT-REASON
               PERFORM ENREGISTRER-AUDIT-REJET
               CLOSE COMPTE-FILE
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULER-SOLDE-DISPONIBLE.
           IF WS-SOLDE-DISPONIBLE < WS-PRET-ECH-MONTANT
               MOVE "Solde insuffisant echeance de pret"
                   TO WS-AUDIT-REASON
               PERFORM ENREGISTRER-AUDIT-REJET
               CLOSE COMPTE-FILE
               MOVE "00" TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-PRET-ECH-MONTANT FROM COMPTE-SOLDE.
           REWRITE COMPTE-RECORD.
           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           COMPUTE WS-BANQUE-DELTA = 0 - WS-PRET-ECH-MONTANT.
           PERFORM AJUSTER-SOLDE-BANQUE-COMPTE.

           MOVE WS-COUNTER            TO WS-TRANS-ID.
           MOVE WS-PRET-COURANT-CIBLE TO WS-TRANS-COMPTE.
           MOVE WS-TODAY              TO WS-TRANS-DATE.
           MOVE WS-PRET-ECH-MONTANT   TO WS-TRANS-MONTANT.
           MOVE WS-PRET-COMPTE-CIBLE  TO WS-TRANS-DEST.
           PERFORM ECRIRE-TRANSACTION.

           IF WS-PRET-ECH-CAPITAL NOT = ZERO
               MOVE WS-PRET-COMPTE-CIBLE TO COMPTE-NUM
               READ COMPTE-FILE
                   INVALID KEY
                       DISPLAY "Attention : compte de pret "
                           WS-PRET-COMPTE-CIBLE " introuvable."
                   NOT INVALID KEY
                       ADD WS-PRET-ECH-CAPITAL TO COMPTE-SOLDE
                       REWRITE COMPTE-RECORD
                       MOVE WS-PRET-ECH-CAPITAL TO WS-DEV-MONTANT
                       PERFORM CONVERTIR-EN-BASE-COMPTE
                       COMPUTE WS-DEV-MONTANT-BASE =
                           0 - WS-DEV-MONTANT-BASE
                       MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE
                       PERFORM AJUSTER-ENCOURS-BANQUE
                       MOVE WS-COUNTER TO WS-TRANS-ID
                       MOVE WS-PRET-COMPTE-CIBLE TO WS-TRANS-COMPTE
                       MOVE WS-TODAY TO WS-TRANS-DATE
                       MOVE "AmortPret" TO WS-TRANS-TYPE
                       MOVE WS-PRET-ECH-CAPITAL TO WS-TRANS-MONTANT
                       MOVE WS-PRET-COURANT-CIBLE TO WS-TRANS-DEST
                       PERFORM ECRIRE-TRANSACTION
               END-READ
           END-IF.
           CLOSE COMPTE-FILE.
           MOVE "00" TO WS-STATUS.
           MOVE "Y" TO WS-PRET-PRELEVE-OK.

      *    Gestion des prets a la consommation depuis le menu guichet
      *    : deblocage, echeancier, remboursement anticipe et liste
      *    des contrats de pret.dat.
       GERER-PRETS.
           DISPLAY "==== PRETS ====".
           DISPLAY "1. Debloquer un pret".
           DISPLAY "2. Editer l'echeancier d'un pret".
           DISPLAY "3. Remboursement anticipe".
           DISPLAY "4. Lister les prets".
           DISPLAY "Choisissez une option : " WITH NO ADVANCING.
           ACCEPT WS-PRET-CHOIX.

           EVALUATE WS-PRET-CHOIX
               WHEN 1
                   PERFORM DEBLOQUER-PRET
               WHEN 2
                   PERFORM EDITER-ECHEANCIER-PRET
               WHEN 3
                   PERFORM REMBOURSER-PRET-ANTICIPE
               WHEN 4
                   PERFORM LISTER-PRETS
               WHEN OTHER
                   DISPLAY "Option invalide."
           END-EVALUATE.

      *    Deblocage d'un pret : ouverture du compte de pret (solde
      *    debiteur du capital, client, agence et devise du compte
      *    Courant de remboursement), credit du capital sur le
      *    Courant, encours de l'agence augmente d'autant, puis
      *    inscription du contrat. Au-dela du seuil parametre, un
      *    guichetier doit obtenir l'accord d'un superviseur.
       DEBLOQUER-PRET.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               MOVE ZERO TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "Pret" TO WS-TRANS-TYPE
               MOVE "Journee comptable fermee" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Deblocage d'un pret.".
           DISPLAY "Numero du compte de pret (10 chiffres) : "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PRET-COMPTE.
           DISPLAY "Compte Courant de remboursement : "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PRET-COURANT.
           DISPLAY "Capital emprunte (ex: 10000.00) : "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PRET-CAPITAL.
           DISPLAY "Taux annuel (ex: 4.50) : " WITH NO ADVANCING.
           ACCEPT WS-NEW-PRET-TAUX.
           DISPLAY "Duree en mois : " WITH NO ADVANCING.
           ACCEPT WS-NEW-PRET-DUREE.
           DISPLAY "Date de premiere echeance (AAAAMMJJ) : "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PRET-PREMIERE.

           IF WS-NEW-PRET-CAPITAL = ZERO
               DISPLAY "Erreur : le capital doit etre superieur a "
                   "zero."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-PRET-DUREE = ZERO OR WS-NEW-PRET-DUREE > 360
               DISPLAY "Erreur : duree invalide (1 a 360 mois)."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-PRET-TAUX > 25
               DISPLAY "Erreur : taux invalide (25 % au plus)."
               EXIT PARAGRAPH
           END-IF.

      *    Echeances mensuelles au meme quantieme, plafonne au 28
      *    comme toute date avancee de mois en mois (AJOUTER-MOIS-
      *    TERME) : un quantieme superieur est refuse d'emblee.
           MOVE WS-NEW-PRET-PREMIERE TO WS-DATE-CTRL.
           PERFORM CONTROLER-DATE-CALENDRIER.
           IF WS-DATE-VALIDE = "N" OR
              WS-NEW-PRET-PREMIERE <= WS-TODAY
               DISPLAY "Erreur : date de premiere echeance invalide "
                   "(posterieure a ce jour)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-PRET-PREMIERE TO WS-TERME-DATE-CALC-N.
           IF WS-TERME-CALC-JJ > 28
               DISPLAY "Erreur : jour d'echeance au plus le 28."
               EXIT PARAGRAPH
           END-IF.

           MOVE "Pret" TO WS-TRANS-TYPE.
           MOVE WS-NEW-PRET-COURANT TO WS-INPUT-COMPTE.
           MOVE WS-NEW-PRET-CAPITAL TO WS-INPUT-MONTANT.
           PERFORM CHARGER-PARAMETRES.
           IF WS-NEW-PRET-CAPITAL > WS-PARAM-SEUIL-SUP AND
              WS-OPER-ROLE NOT = "S"
               PERFORM DEMANDER-OVERRIDE-SUPERVISEUR
               IF WS-ACCES-OK NOT = "Y"
                   DISPLAY "Pret refuse sans accord superviseur."
                   MOVE "Refus accord superviseur"
                       TO WS-AUDIT-REASON
                   MOVE WS-NEW-PRET-COMPTE TO WS-AUDIT-DEST
                   PERFORM ENREGISTRER-AUDIT-REJET
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM CHARGER-PRETS.
           IF WS-PRET-TABLE-COUNT >= 100
               DISPLAY "Erreur : table des contrats de pret pleine."
               EXIT PARAGRAPH
           END-IF.

      *    Le compte de remboursement doit etre un Courant actif ;
      *    le compte de pret en reprend le client, l'agence et la
      *    devise.
           MOVE "00" TO WS-STATUS.
           OPEN I-O COMPTE-FILE.
           IF WS-STATUS NOT = "00"
               DISPLAY "Erreur ouverture fichier comptes: " WS-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-PRET-COMPTE TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Erreur : ce numero de compte existe "
                       "deja."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-READ.

           MOVE WS-NEW-PRET-COURANT TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   DISPLAY "Erreur : compte de remboursement non "
                       "trouve."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF COMPTE-TYPE NOT = "Courant" OR COMPTE-STATUT NOT = "A"
               DISPLAY "Erreur : le remboursement se fait sur un "
                   "compte Courant actif."
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE COMPTE-CLIENT-ID TO WS-PRET-CLIENT.
           MOVE COMPTE-BANQUE-ID TO WS-PRET-AGENCE.
           MOVE COMPTE-DEVISE TO WS-PRET-DEVISE.

      *    Comme a l'ouverture d'un compte : pas de pret pour un
      *    client dont le dossier KYC est echu au-dela du delai de
      *    grace, ni pour un client soumis a la conformite.
           MOVE WS-PRET-CLIENT TO WS-KYC-CLIENT-CIBLE.
           PERFORM CONTROLER-KYC-OPERATION.
           IF WS-KYC-BLOQUE = "Y"
               MOVE WS-NEW-PRET-COURANT TO WS-INPUT-COMPTE
               MOVE WS-NEW-PRET-CAPITAL TO WS-INPUT-MONTANT
               MOVE "Pret" TO WS-TRANS-TYPE
               MOVE "Dossier KYC echu" TO WS-AUDIT-REASON
               MOVE WS-NEW-PRET-COMPTE TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRET-CLIENT TO WS-CONF-CLIENT-CIBLE.
           PERFORM CONTROLER-CONFORMITE-CLIENT.
           IF WS-CONF-BLOQUE = "Y"
               MOVE WS-NEW-PRET-COURANT TO WS-INPUT-COMPTE
               MOVE WS-NEW-PRET-CAPITAL TO WS-INPUT-MONTANT
               MOVE "Pret" TO WS-TRANS-TYPE
               MOVE "Client soumis a la conformite"
                   TO WS-AUDIT-REASON
               MOVE WS-NEW-PRET-COMPTE TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-PRET-CAPITAL TO WS-PRET-CALC-CAPITAL.
           MOVE WS-NEW-PRET-TAUX TO WS-PRET-CALC-TAUX.
           MOVE WS-NEW-PRET-DUREE TO WS-PRET-CALC-NB.
           PERFORM CALCULER-MENSUALITE-PRET.
           MOVE WS-PRET-CALC-MENSUALITE TO WS-EDIT-MONTANT.
           DISPLAY "Client " WS-PRET-CLIENT ", mensualite : "
               WS-EDIT-MONTANT " " WS-PRET-DEVISE
               " sur " WS-NEW-PRET-DUREE " mois.".
           DISPLAY "Confirmer le deblocage (O/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "Deblocage annule."
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-PRET-COMPTE TO COMPTE-NUM.
           MOVE "Pret" TO COMPTE-TYPE.
           COMPUTE COMPTE-SOLDE = 0 - WS-NEW-PRET-CAPITAL.
           MOVE WS-PRET-CLIENT TO COMPTE-CLIENT-ID.
           MOVE WS-PRET-AGENCE TO COMPTE-BANQUE-ID.
           MOVE 0 TO COMPTE-DECOUVERT.
           MOVE 0 TO COMPTE-TAUX-AGIOS.
           MOVE 0 TO COMPTE-LIMITE-JOUR.
           MOVE "A" TO COMPTE-STATUT.
           MOVE WS-PRET-DEVISE TO COMPTE-DEVISE.
           WRITE COMPTE-RECORD
               INVALID KEY
                   DISPLAY "Erreur : impossible de creer le compte "
                       "de pret."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-WRITE.

      *    Encours de l'agence en EUR, au cours du jour de la devise
      *    du pret.
           MOVE WS-NEW-PRET-CAPITAL TO WS-DEV-MONTANT.
           PERFORM CONVERTIR-EN-BASE-COMPTE.
           MOVE WS-PRET-AGENCE TO WS-BANQUE-ID-CIBLE.
           PERFORM AJUSTER-ENCOURS-BANQUE.

           MOVE WS-COUNTER          TO WS-TRANS-ID.
           MOVE WS-NEW-PRET-COMPTE  TO WS-TRANS-COMPTE.
           MOVE WS-TODAY            TO WS-TRANS-DATE.
           MOVE "DebPret"           TO WS-TRANS-TYPE.
           MOVE WS-NEW-PRET-CAPITAL TO WS-TRANS-MONTANT.
           MOVE WS-NEW-PRET-COURANT TO WS-TRANS-DEST.
           PERFORM ECRIRE-TRANSACTION.

           MOVE WS-NEW-PRET-COURANT TO COMPTE-NUM.
           READ COMPTE-FILE
               INVALID KEY
                   DISPLAY "Attention : compte de remboursement "
                       "introuvable, capital non verse."
                   CLOSE COMPTE-FILE
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-NEW-PRET-CAPITAL TO COMPTE-SOLDE.
           REWRITE COMPTE-RECORD.
           MOVE COMPTE-BANQUE-ID TO WS-BANQUE-ID-CIBLE.
           MOVE WS-NEW-PRET-CAPITAL TO WS-BANQUE-DELTA.
           PERFORM AJUSTER-SOLDE-BANQUE-COMPTE.
           CLOSE COMPTE-FILE.
           MOVE "00" TO WS-STATUS.

           MOVE WS-COUNTER          TO WS-TRANS-ID.
           MOVE WS-NEW-PRET-COURANT TO WS-TRANS-COMPTE.
           MOVE WS-TODAY            TO WS-TRANS-DATE.
           MOVE "Pret"              TO WS-TRANS-TYPE.
           MOVE WS-NEW-PRET-CAPITAL TO WS-TRANS-MONTANT.
           MOVE WS-NEW-PRET-COMPTE  TO WS-TRANS-DEST.
           PERFORM ECRIRE-TRANSACTION.

           ADD 1 TO WS-PRET-TABLE-COUNT.
           MOVE WS-PRET-TABLE-COUNT TO WS-PRET-IDX.
           MOVE WS-NEW-PRET-COMPTE TO WS-PRET-ENTRY-COMPTE(WS-PRET-IDX).
           MOVE WS-NEW-PRET-COURANT
               TO WS-PRET-ENTRY-COURANT(WS-PRET-IDX).
           MOVE WS-NEW-PRET-CAPITAL
               TO WS-PRET-ENTRY-CAPITAL(WS-PRET-IDX).
           MOVE WS-NEW-PRET-TAUX TO WS-PRET-ENTRY-TAUX(WS-PRET-IDX).
           MOVE WS-NEW-PRET-DUREE TO WS-PRET-ENTRY-DUREE(WS-PRET-IDX).
           MOVE WS-NEW-PRET-PREMIERE
               TO WS-PRET-ENTRY-PREMIERE(WS-PRET-IDX).
           MOVE WS-TODAY TO WS-PRET-ENTRY-OUVERTURE(WS-PRET-IDX).
           MOVE WS-NEW-PRET-PREMIERE
               TO WS-PRET-ENTRY-PROCHAINE(WS-PRET-IDX).
           MOVE WS-TODAY TO WS-PRET-ENTRY-DERNIERE(WS-PRET-IDX).
           MOVE WS-NEW-PRET-DUREE
               TO WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX).
           MOVE WS-NEW-PRET-CAPITAL
               TO WS-PRET-ENTRY-RESTANT(WS-PRET-IDX).
           MOVE WS-PRET-CALC-MENSUALITE
               TO WS-PRET-ENTRY-MENSUALITE(WS-PRET-IDX).
           MOVE 0 TO WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX).
           MOVE 0 TO WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX).
           MOVE 0 TO WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX).
           PERFORM SAUVEGARDER-PRETS.
           DISPLAY "Pret debloque : " WS-NEW-PRET-CAPITAL
               " credites sur le compte " WS-NEW-PRET-COURANT ".".
           DISPLAY "Premiere echeance le " WS-NEW-PRET-PREMIERE ".".

      *    Edition de l'echeancier restant d'un pret dans
      *    echeancier_<compte>.txt : pour chaque echeance a venir,
      *    date, montant, part de capital, part d'interets et capital
      *    restant du apres l'echeance (meme calcul que la passe
      *    nocturne), puis le total des interets restant a courir.
       EDITER-ECHEANCIER-PRET.
           DISPLAY "Numero du compte de pret : " WITH NO ADVANCING.
           ACCEPT WS-PRET-COMPTE-CIBLE.
           PERFORM CHARGER-PRETS.
           PERFORM RECHERCHER-PRET.
           IF WS-PRET-FOUND-IDX = 0
               DISPLAY "Erreur : aucun contrat de pret pour ce "
                   "compte."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRET-FOUND-IDX TO WS-PRET-IDX.

           MOVE SPACES TO WS-RELEVE-FILENAME.
           STRING "echeancier_" DELIMITED BY SIZE
                  WS-PRET-COMPTE-CIBLE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-RELEVE-FILENAME.
           OPEN OUTPUT RELEVE-FILE.

           MOVE SPACES TO RELEVE-LINE.
           STRING "ECHEANCIER DU PRET : " DELIMITED BY SIZE
                  WS-PRET-COMPTE-CIBLE DELIMITED BY SIZE
                  "   EDITE LE " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO RELEVE-LINE.
           WRITE RELEVE-LINE.
           MOVE SPACES TO RELEVE-LINE.
           STRING "COMPTE DE REMBOURSEMENT : " DELIMITED BY SIZE
                  WS-PRET-ENTRY-COURANT(WS-PRET-IDX)
                      DELIMITED BY SIZE
                  INTO RELEVE-LINE.
           WRITE RELEVE-LINE.
           MOVE WS-PRET-ENTRY-CAPITAL(WS-PRET-IDX) TO WS-EDIT-MONTANT.
           MOVE WS-PRET-ENTRY-TAUX(WS-PRET-IDX) TO WS-EDIT-PRET-TAUX.
           MOVE SPACES TO RELEVE-LINE.
           STRING "CAPITAL INITIAL : " DELIMITED BY SIZE
                  WS-EDIT-MONTANT DELIMITED BY SIZE
                  "  TAUX : " DELIMITED BY SIZE
                  WS-EDIT-PRET-TAUX DELIMITED BY SIZE
                  "  DUREE : " DELIMITED BY SIZE
                  WS-PRET-ENTRY-DUREE(WS-PRET-IDX) DELIMITED BY SIZE
                  " MOIS" DELIMITED BY SIZE
                  INTO RELEVE-LINE.
           WRITE RELEVE-LINE.
           MOVE WS-PRET-ENTRY-RESTANT(WS-PRET-IDX) TO WS-EDIT-MONTANT.
           MOVE WS-PRET-ENTRY-MENSUALITE(WS-PRET-IDX)
               TO WS-EDIT-SOLDE.
           MOVE SPACES TO RELEVE-LINE.
           STRING "CAPITAL RESTANT DU : " DELIMITED BY SIZE
                  WS-EDIT-MONTANT DELIMITED BY SIZE
                  "  MENSUALITE : " DELIMITED BY SIZE
                  WS-EDIT-SOLDE DELIMITED BY SIZE
                  INTO RELEVE-LINE.
           WRITE RELEVE-LINE.
           IF WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX) NOT = ZERO OR
              WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX) NOT = ZERO
               MOVE WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
                   TO WS-EDIT-MONTANT
               MOVE WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
                   TO WS-EDIT-SOLDE
               MOVE SPACES TO RELEVE-LINE
               STRING "IMPAYES - CAPITAL : " DELIMITED BY SIZE
                      WS-EDIT-MONTANT DELIMITED BY SIZE
                      "  INTERETS : " DELIMITED BY SIZE
                      WS-EDIT-SOLDE DELIMITED BY SIZE
                      INTO RELEVE-LINE
               WRITE RELEVE-LINE
           END-IF.
           MOVE SPACES TO RELEVE-LINE.
           STRING " NO  ECHEANCE        MONTANT        CAPITAL"
                  DELIMITED BY SIZE
                  "       INTERETS     RESTANT DU" DELIMITED BY SIZE
                  INTO RELEVE-LINE.
           WRITE RELEVE-LINE.

           MOVE WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
               TO WS-PRET-SIM-RESTANT.
           MOVE WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX)
               TO WS-PRET-SIM-NB.
           COMPUTE WS-PRET-SIM-NO =
               WS-PRET-ENTRY-DUREE(WS-PRET-IDX)
               - WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX) + 1.
           MOVE WS-PRET-ENTRY-PROCHAINE(WS-PRET-IDX)
               TO WS-TERME-DATE-CALC-N.
           MOVE WS-PRET-ENTRY-TAUX(WS-PRET-IDX) TO WS-PRET-CALC-TAUX.
           MOVE WS-PRET-ENTRY-MENSUALITE(WS-PRET-IDX)
               TO WS-PRET-CALC-MENSUALITE.
           MOVE 0 TO WS-PRET-TOT-INTERETS.
           MOVE 1 TO WS-TERME-MOIS-AJOUT.
           PERFORM UNTIL WS-PRET-SIM-NB = 0
               PERFORM CALCULER-ECHEANCE-PRET
               SUBTRACT WS-PRET-ECH-CAPITAL FROM WS-PRET-SIM-RESTANT
               ADD WS-PRET-ECH-INTERET TO WS-PRET-TOT-INTERETS
               MOVE WS-PRET-ECH-MONTANT TO WS-EDIT-MONTANT
               MOVE WS-PRET-ECH-CAPITAL TO WS-EDIT-PRET-CAPITAL
               MOVE WS-PRET-ECH-INTERET TO WS-EDIT-PRET-INTERET
               MOVE WS-PRET-SIM-RESTANT TO WS-EDIT-SOLDE
               MOVE SPACES TO RELEVE-LINE
               STRING WS-PRET-SIM-NO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-TERME-DATE-CALC-N DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-MONTANT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-PRET-CAPITAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-PRET-INTERET DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EDIT-SOLDE DELIMITED BY SIZE
                      INTO RELEVE-LINE
               WRITE RELEVE-LINE
               SUBTRACT 1 FROM WS-PRET-SIM-NB
               ADD 1 TO WS-PRET-SIM-NO
               PERFORM AJOUTER-MOIS-TERME
           END-PERFORM.

           MOVE WS-PRET-TOT-INTERETS TO WS-EDIT-MONTANT.
           MOVE SPACES TO RELEVE-LINE.
           STRING "TOTAL DES INTERETS RESTANT A COURIR : "
                  DELIMITED BY SIZE
                  WS-EDIT-MONTANT DELIMITED BY SIZE
                  INTO RELEVE-LINE.
           WRITE RELEVE-LINE.
           CLOSE RELEVE-FILE.
           DISPLAY "Echeancier genere : " WS-RELEVE-FILENAME.

      *    Remboursement anticipe d'un pret, preleve sur son compte
      *    Courant (mouvement RembPret). Le versement regle d'abord
      *    les impayes (interets puis capital, interets de retard
      *    arretes a ce jour). Le remboursement total solde en plus
      *    le capital restant et les interets courus depuis la
      *    derniere echeance, et clot le contrat. Le partiel amortit
      *    le capital restant du surplus : la duree est conservee et
      *    la mensualite recalculee sur les echeances restantes.
       REMBOURSER-PRET-ANTICIPE.
           IF WS-JOURNEE-STATUT NOT = "O"
               DISPLAY "Journee comptable fermee : ouverture requise "
                   "(option 30)."
               MOVE ZERO TO WS-INPUT-COMPTE
               MOVE ZERO TO WS-INPUT-MONTANT
               MOVE "RembPret" TO WS-TRANS-TYPE
               MOVE "Journee comptable fermee" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Remboursement anticipe d'un pret.".
           DISPLAY "Numero du compte de pret : " WITH NO ADVANCING.
           ACCEPT WS-PRET-COMPTE-CIBLE.
           PERFORM CHARGER-PRETS.
           PERFORM RECHERCHER-PRET.
           IF WS-PRET-FOUND-IDX = 0
               DISPLAY "Erreur : aucun contrat de pret pour ce "
                   "compte."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRET-FOUND-IDX TO WS-PRET-IDX.
           MOVE WS-PRET-ENTRY-COURANT(WS-PRET-IDX)
               TO WS-PRET-COURANT-CIBLE.

           PERFORM CHARGER-PARAMETRES.
           PERFORM MAJORER-IMPAYES-PRET.

           MOVE 0 TO WS-PRET-COURU.
           IF WS-PRET-ENTRY-DERNIERE(WS-PRET-IDX) < WS-TODAY
               COMPUTE WS-PRET-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-PRET-ENTRY-DERNIERE(WS-PRET-IDX))
               COMPUTE WS-PRET-COURU ROUNDED =
                   WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
                   * WS-PRET-ENTRY-TAUX(WS-PRET-IDX)
                   * WS-PRET-JOURS / 36500
           END-IF.
           COMPUTE WS-PRET-DU-TOTAL =
               WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
               + WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
               + WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
               + WS-PRET-COURU.

           DISPLAY "Capital restant du : "
               WS-PRET-ENTRY-RESTANT(WS-PRET-IDX).
           DISPLAY "Impayes (capital) : "
               WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX).
           DISPLAY "Impayes (interets) : "
               WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX).
           DISPLAY "Interets courus : " WS-PRET-COURU.
           DISPLAY "Solde de tout compte : " WS-PRET-DU-TOTAL.
           DISPLAY "Remboursement total (T) ou partiel (P) : "
               WITH NO ADVANCING.
           ACCEPT WS-PRET-REMB-TYPE.

           EVALUATE WS-PRET-REMB-TYPE
               WHEN "T"
               WHEN "t"
                   MOVE WS-PRET-DU-TOTAL TO WS-PRET-VERSE
                   COMPUTE WS-PRET-ECH-CAPITAL =
                       WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
                       + WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
               WHEN "P"
               WHEN "p"
                   DISPLAY "Montant verse : " WITH NO ADVANCING
                   ACCEPT WS-PRET-VERSE
                   IF WS-PRET-VERSE <=
                      WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
                      + WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
                       DISPLAY "Erreur : le versement doit exceder "
                           "les impayes."
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PRET-VERSE >=
                      WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
                      + WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
                      + WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
                       DISPLAY "Erreur : versement couvrant tout le "
                           "capital, choisir le remboursement total."
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PRET-ECH-CAPITAL =
                       WS-PRET-VERSE
                       - WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
               WHEN OTHER
                   DISPLAY "Erreur : choix invalide (T ou P)."
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "Confirmer le remboursement de " WS-PRET-VERSE
               " (O/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "O" AND WS-CONFIRM NOT = "o"
               DISPLAY "Remboursement annule."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRET-VERSE TO WS-PRET-ECH-MONTANT.
           MOVE "RembPret" TO WS-TRANS-TYPE.
           PERFORM PRELEVER-ECHEANCE-PRET.
           IF WS-PRET-PRELEVE-OK NOT = "Y"
               DISPLAY "Remboursement refuse : " WS-AUDIT-REASON
               EXIT PARAGRAPH
           END-IF.

      *    Impayes regles, le surplus de capital vient en deduction
      *    du capital restant a echoir.
           COMPUTE WS-PRET-ENTRY-RESTANT(WS-PRET-IDX) =
               WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
               + WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
               - WS-PRET-ECH-CAPITAL.
           MOVE 0 TO WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX).
           MOVE 0 TO WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX).
           MOVE 0 TO WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX).

           IF WS-PRET-ENTRY-RESTANT(WS-PRET-IDX) = ZERO
               PERFORM SUPPRIMER-PRET-COURANT
               PERFORM SAUVEGARDER-PRETS
               DISPLAY "Pret " WS-PRET-COMPTE-CIBLE " solde par "
                   "anticipation."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
               TO WS-PRET-CALC-CAPITAL.
           MOVE WS-PRET-ENTRY-TAUX(WS-PRET-IDX) TO WS-PRET-CALC-TAUX.
           MOVE WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX)
               TO WS-PRET-CALC-NB.
           PERFORM CALCULER-MENSUALITE-PRET.
           MOVE WS-PRET-CALC-MENSUALITE
               TO WS-PRET-ENTRY-MENSUALITE(WS-PRET-IDX).
           PERFORM SAUVEGARDER-PRETS.
           DISPLAY "Remboursement partiel enregistre. Capital "
               "restant : " WS-PRET-ENTRY-RESTANT(WS-PRET-IDX).
           DISPLAY "Nouvelle mensualite : "
               WS-PRET-ENTRY-MENSUALITE(WS-PRET-IDX)
               " sur " WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX)
               " echeance(s).".

       LISTER-PRETS.
           PERFORM CHARGER-PRETS.
           IF WS-PRET-TABLE-COUNT = 0
               DISPLAY "Aucun contrat de pret enregistre."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PRET-IDX FROM 1 BY 1
                   UNTIL WS-PRET-IDX > WS-PRET-TABLE-COUNT
               DISPLAY "Pret : " WS-PRET-ENTRY-COMPTE(WS-PRET-IDX)
               DISPLAY "  Compte Courant  : "
                   WS-PRET-ENTRY-COURANT(WS-PRET-IDX)
               DISPLAY "  Capital / taux  : "
                   WS-PRET-ENTRY-CAPITAL(WS-PRET-IDX) " a "
                   WS-PRET-ENTRY-TAUX(WS-PRET-IDX) " %"
               DISPLAY "  Restant du      : "
                   WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
               DISPLAY "  Mensualite      : "
                   WS-PRET-ENTRY-MENSUALITE(WS-PRET-IDX)
                   " (" WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX)
                   " restante(s))"
               DISPLAY "  Prochaine       : "
                   WS-PRET-ENTRY-PROCHAINE(WS-PRET-IDX)
               IF WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX) NOT = ZERO OR
                  WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX) NOT = ZERO
                   DISPLAY "  Impayes         : "
                       WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX) " + "
                       WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
                       " d'interets depuis le "
                       WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX)
               END-IF
               DISPLAY "-----------------------------"
           END-PERFORM.

      *    Passe nocturne des prets : pour chaque contrat, les
      *    impayes sont majores des interets de retard et
      *    representes au compte Courant, puis chaque echeance
      *    arrivee a date est prelevee (rattrapage compris) ; une
      *    echeance que le Courant ne couvre pas passe en impayes.
      *    Un pret entierement rembourse est retire. Le fichier des
      *    contrats est reecrit apres chaque echeance, comme
      *    ordre.dat au fil des ordres executes.
       TRAITER-ECHEANCES-PRETS.
           DISPLAY "--- Echeances des prets ---".
           PERFORM CHARGER-PRETS.
           IF WS-PRET-TABLE-COUNT = 0
               DISPLAY "Aucun contrat de pret."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-PARAMETRES.

           MOVE 0 TO WS-PRET-PAYEES.
           MOVE 0 TO WS-PRET-IMPAYEES.
           MOVE 1 TO WS-PRET-IDX.
           PERFORM UNTIL WS-PRET-IDX > WS-PRET-TABLE-COUNT
               PERFORM TRAITER-UN-PRET
               PERFORM SAUVEGARDER-PRETS
               IF WS-PRET-RETIRE = "N"
                   ADD 1 TO WS-PRET-IDX
               END-IF
           END-PERFORM.

           DISPLAY WS-PRET-PAYEES " prelevement(s) effectue(s), "
               WS-PRET-IMPAYEES " echeance(s) impayee(s).".
           DISPLAY "--- Fin des echeances des prets ---".

      *    Traite le contrat d'index WS-PRET-IDX. Positionne
      *    WS-PRET-RETIRE a "Y" si l'entree a ete retiree de la table
      *    (l'appelant ne doit alors pas avancer son index).
       TRAITER-UN-PRET.
           MOVE "N" TO WS-PRET-RETIRE.
           MOVE WS-PRET-ENTRY-COMPTE(WS-PRET-IDX)
               TO WS-PRET-COMPTE-CIBLE.
           MOVE WS-PRET-ENTRY-COURANT(WS-PRET-IDX)
               TO WS-PRET-COURANT-CIBLE.

           IF WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX) NOT = ZERO OR
              WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX) NOT = ZERO
               PERFORM MAJORER-IMPAYES-PRET
               MOVE WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
                   TO WS-PRET-ECH-CAPITAL
               COMPUTE WS-PRET-ECH-MONTANT =
                   WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
                   + WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
               MOVE "EchPret" TO WS-TRANS-TYPE
               PERFORM PRELEVER-ECHEANCE-PRET
               IF WS-PRET-PRELEVE-OK = "Y"
                   MOVE 0 TO WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
                   MOVE 0 TO WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
                   MOVE 0 TO WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX)
                   ADD 1 TO WS-PRET-PAYEES
                   DISPLAY "Pret " WS-PRET-COMPTE-CIBLE
                       " : impayes regularises (" WS-PRET-ECH-MONTANT
                       ")."
               ELSE
                   DISPLAY "Pret " WS-PRET-COMPTE-CIBLE
                       " : impayes non couverts, " WS-AUDIT-REASON
               END-IF
           END-IF.

           PERFORM UNTIL WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX) = 0
                   OR WS-PRET-ENTRY-PROCHAINE(WS-PRET-IDX) > WS-TODAY
               PERFORM EXECUTER-ECHEANCE-PRET
               PERFORM SAUVEGARDER-PRETS
           END-PERFORM.

           IF WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX) = 0 AND
              WS-PRET-ENTRY-RESTANT(WS-PRET-IDX) = ZERO AND
              WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX) = ZERO AND
              WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX) = ZERO
               DISPLAY "Pret " WS-PRET-COMPTE-CIBLE
                   " entierement rembourse, contrat clos."
               PERFORM SUPPRIMER-PRET-COURANT
               MOVE "Y" TO WS-PRET-RETIRE
           END-IF.

      *    Echeance courante du contrat WS-PRET-IDX : decomposition,
      *    avancement du contrat d'un mois, puis prelevement. Un
      *    prelevement refuse (motif en audit) porte l'echeance en
      *    impayes, les interets de retard courant de ce jour.
       EXECUTER-ECHEANCE-PRET.
           MOVE WS-PRET-ENTRY-RESTANT(WS-PRET-IDX)
               TO WS-PRET-SIM-RESTANT.
           MOVE WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX)
               TO WS-PRET-SIM-NB.
           MOVE WS-PRET-ENTRY-TAUX(WS-PRET-IDX) TO WS-PRET-CALC-TAUX.
           MOVE WS-PRET-ENTRY-MENSUALITE(WS-PRET-IDX)
               TO WS-PRET-CALC-MENSUALITE.
           PERFORM CALCULER-ECHEANCE-PRET.
           DISPLAY "Pret " WS-PRET-COMPTE-CIBLE " : echeance du "
               WS-PRET-ENTRY-PROCHAINE(WS-PRET-IDX) " de "
               WS-PRET-ECH-MONTANT ".".

           SUBTRACT WS-PRET-ECH-CAPITAL
               FROM WS-PRET-ENTRY-RESTANT(WS-PRET-IDX).
           SUBTRACT 1 FROM WS-PRET-ENTRY-NB-RESTANT(WS-PRET-IDX).
           MOVE WS-PRET-ENTRY-PROCHAINE(WS-PRET-IDX)
               TO WS-PRET-ENTRY-DERNIERE(WS-PRET-IDX).
           MOVE WS-PRET-ENTRY-PROCHAINE(WS-PRET-IDX)
               TO WS-TERME-DATE-CALC-N.
           MOVE 1 TO WS-TERME-MOIS-AJOUT.
           PERFORM AJOUTER-MOIS-TERME.
           MOVE WS-TERME-DATE-CALC-N
               TO WS-PRET-ENTRY-PROCHAINE(WS-PRET-IDX).

           MOVE "EchPret" TO WS-TRANS-TYPE.
           PERFORM PRELEVER-ECHEANCE-PRET.
           IF WS-PRET-PRELEVE-OK = "Y"
               ADD 1 TO WS-PRET-PAYEES
           ELSE
               ADD WS-PRET-ECH-CAPITAL
                   TO WS-PRET-ENTRY-IMPAYE-CAP(WS-PRET-IDX)
               ADD WS-PRET-ECH-INTERET
                   TO WS-PRET-ENTRY-IMPAYE-INT(WS-PRET-IDX)
               IF WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX) = 0
                   MOVE WS-TODAY
                       TO WS-PRET-ENTRY-DATE-RETARD(WS-PRET-IDX)
               END-IF
               ADD 1 TO WS-PRET-IMPAYEES
               DISPLAY "Echeance impayee (" WS-AUDIT-REASON
                   "), portee en impayes."
           END-IF.

      *    Gestion des cheques au guichet : depot a l'encaissement,
               EXIT PARAGRAPH
           END-IF.

      *    Un compte de pret ne se mouvemente que par le menu des
      *    prets (deblocage, echeances, remboursement anticipe).
           IF COMPTE-TYPE = "Pret"
               DISPLAY "Compte de pret : operations par l'option 38."
               MOVE "Compte de pret" TO WS-AUDIT-REASON
               MOVE ZERO TO WS-AUDIT-DEST
               PERFORM ENREGISTRER-AUDIT-REJET
               CLOSE COMPTE-FILE
               EXIT PARAGRAPH
           END-IF.

           ADD WS-INPUT-MONTANT TO COMPTE-SOLDE.
           REWRITE COMPTE-RECORD.
           CLOSE COMPTE-FILE.
                       " retourne impaye : compte " WS-CHQ-COMPTE
                       " debite de " WS-CHQ-MONTANT "."
                   MOVE "Y" TO WS-CHQ-EXTOURNE-OK
                   MOVE "CR" TO WS-AVIS-N-EVENEMENT
                   MOVE WS-CHQ-COMPTE TO WS-AVIS-N-COMPTE
                   MOVE WS-CHQ-MONTANT TO WS-AVIS-N-MONTANT
                   MOVE WS-TODAY TO WS-AVIS-N-DATE-REF
                   MOVE WS-CHQ-REF TO WS-AVIS-N-REF
                   PERFORM ENREGISTRER-AVIS
                   MOVE WS-CHQ-MONTANT TO WS-AVIS-DEBIT
                   PERFORM CONTROLER-DEPASSEMENT-AVIS
           END-READ.
           CLOSE COMPTE-FILE.
           MOVE "00" TO WS-STATUS.
               MOVE 0 TO WS-GL-REJET-NB(WS-GL-IDX-AG)
               MOVE 0 TO WS-GL-REJET-TOTAL(WS-GL-IDX-AG)
               PERFORM VARYING WS-GL-IDX-TY FROM 1 BY 1
                       UNTIL WS-GL-IDX-TY > 19
                   PERFORM VARYING WS-GL-IDX-DEV FROM 1 BY 1
                           UNTIL WS-GL-IDX-DEV > 10
                       MOVE 0 TO WS-GL-NB
      *    Ventile la transaction courante dans les cumuls : le
      *    mouvement est rattache a l'agence du compte concerne, et
      *    un virement interne alimente aussi la ligne VirementIn de
      *    l'agence du compte destinataire. Les mouvements propres
      *    aux comptes de pret (DebPret, AmortPret) restent hors
      *    ventilation : l'encours a sa ligne ENCOURSPRT.
       VENTILER-TRANSACTION-GL.
           EVALUATE TRANSACTION-TYPE
               WHEN "Depot"
                   MOVE 11 TO WS-GL-IDX-TY
               WHEN "Retenue"
                   MOVE 12 TO WS-GL-IDX-TY
               WHEN "Pret"
                   MOVE 13 TO WS-GL-IDX-TY
               WHEN "EchPret"
                   MOVE 14 TO WS-GL-IDX-TY
               WHEN "RembPret"
                   MOVE 15 TO WS-GL-IDX-TY
               WHEN "Prlv"
                   MOVE 16 TO WS-GL-IDX-TY
               WHEN "RembPrlv"
                   MOVE 17 TO WS-GL-IDX-TY
               WHEN "ExtourneDb"
                   MOVE 18 TO WS-GL-IDX-TY
               WHEN "ExtourneCr"
                   MOVE 19 TO WS-GL-IDX-TY
               WHEN OTHER
                   MOVE 0 TO WS-GL-IDX-TY
           END-EVALUATE.
      *    Ecrit les lignes du grand livre de l'agence courante
      *    (WS-GL-IDX-AG) : les types de mouvement, la variation
      *    nette du jour (NETJOUR, a rapprocher de la variation de
      *    BANQUE-SOLDE), le solde actuel de l'agence (SOLDEAGN),
      *    l'encours des prets (ENCOURSPRT) et la ligne memo des
      *    rejets (MEMOREJET).
       ECRIRE-AGENCE-GL.
           MOVE WS-BANQUE-ENTRY-ID(WS-GL-IDX-AG) TO GL-AGENCE.

                   MOVE "Y" TO WS-GL-DEV-ACTIF
               END-IF
               PERFORM VARYING WS-GL-IDX-TY FROM 1 BY 1
                       UNTIL WS-GL-IDX-TY > 19
                   IF WS-GL-NB(WS-GL-IDX-AG WS-GL-IDX-TY
                               WS-GL-IDX-DEV) NOT = 0
                       MOVE "Y" TO WS-GL-DEV-ACTIF
           WRITE COMPTAGL-RECORD.
           ADD 1 TO WS-GL-LIGNES.

           MOVE "ENCOURSPRT" TO GL-TYPE.
           MOVE 0 TO GL-NB.
           MOVE WS-BANQUE-ENTRY-ENCOURS(WS-GL-IDX-AG) TO GL-MONTANT.
           WRITE COMPTAGL-RECORD.
           ADD 1 TO WS-GL-LIGNES.

           MOVE "MEMOREJET" TO GL-TYPE.
           MOVE WS-GL-REJET-NB(WS-GL-IDX-AG) TO GL-NB.
           MOVE WS-GL-REJET-TOTAL(WS-GL-IDX-AG) TO GL-MONTANT.
      *    Lignes de l'agence courante pour la devise courante
      *    (WS-GL-IDX-DEV) : les types de mouvement puis la
      *    variation du jour = credits (Depot, VirementIn, Interet,
      *    VirExtIn, DepChq, Pret, RembPrlv, ExtourneCr) moins debits
      *    (Retrait, VirementOu, Agios, VirExterne, Frais, RetourChq,
      *    Retenue, EchPret, RembPret, Prlv, ExtourneDb), en devise
      *    de tenue.
       ECRIRE-DEVISE-GL.
           MOVE WS-DEV-ENTRY-CODE(WS-GL-IDX-DEV) TO GL-DEVISE.
           PERFORM VARYING WS-GL-IDX-TY FROM 1 BY 1
                   UNTIL WS-GL-IDX-TY > 19
               MOVE WS-GL-TYPE-NOM(WS-GL-IDX-TY) TO GL-TYPE
               MOVE WS-GL-NB(WS-GL-IDX-AG WS-GL-IDX-TY
                   WS-GL-IDX-DEV) TO GL-NB
               + WS-GL-TOTAL(WS-GL-IDX-AG 5 WS-GL-IDX-DEV)
               + WS-GL-TOTAL(WS-GL-IDX-AG 8 WS-GL-IDX-DEV)
               + WS-GL-TOTAL(WS-GL-IDX-AG 10 WS-GL-IDX-DEV)
               + WS-GL-TOTAL(WS-GL-IDX-AG 13 WS-GL-IDX-DEV)
               + WS-GL-TOTAL(WS-GL-IDX-AG 17 WS-GL-IDX-DEV)
               + WS-GL-TOTAL(WS-GL-IDX-AG 19 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 2 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 3 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 6 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 7 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 9 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 11 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 12 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 14 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 15 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 16 WS-GL-IDX-DEV)
               - WS-GL-TOTAL(WS-GL-IDX-AG 18 WS-GL-IDX-DEV).
           MOVE "NETJOUR" TO GL-TYPE.
           MOVE 0 TO GL-NB.
           MOVE WS-GL-NET TO GL-MONTANT.
      *    Teste si le nom du client courant (CLIENT-RECORD) contient
      *    le texte recherche, en majuscules des deux cotes.
       TESTER-NOM-CLIENT.
           MOVE FUNCTION UPPER-CASE(CLIENT-NAME)
               TO WS-CLIENT-NOM-MAJ.
           PERFORM TESTER-NOM-MAJ.

      *    Longueur utile (sans les blancs de fin) du texte recherche
      *    WS-RECHERCHE-MAJ.
       CALCULER-LONG-RECHERCHE.
           MOVE 0 TO WS-RECHERCHE-LONG.
           PERFORM VARYING WS-RECH-IDX FROM 1 BY 1
                   UNTIL WS-RECH-IDX > 30
               IF WS-RECHERCHE-MAJ(WS-RECH-IDX:1) NOT = SPACE
                   MOVE WS-RECH-IDX TO WS-RECHERCHE-LONG
               END-IF
           END-PERFORM.

      *    Teste si le nom en majuscules WS-CLIENT-NOM-MAJ contient
      *    WS-RECHERCHE-MAJ sur WS-RECHERCHE-LONG caracteres (partage
      *    entre la recherche guichet et la liste de surveillance).
       TESTER-NOM-MAJ.
           MOVE "N" TO WS-RECH-LIGNE-OK.
           COMPUTE WS-RECH-POS-MAX = 30 - WS-RECHERCHE-LONG + 1.
           PERFORM VARYING WS-RECH-POS FROM 1 BY 1
                   UNTIL WS-RECH-POS > WS-RECH-POS-MAX
