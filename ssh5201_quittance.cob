IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Quittance IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> États de remboursement (quittances) : pour un compte du fichier
*> maître des prêts et une date de remboursement, le montant à payer
*> pour solder le prêt est le solde plus les intérêts courus depuis la
*> dernière capitalisation jusqu'à cette date -- le cumul déjà couru au
*> maître, plus l'intérêt compté en dates civiles depuis le dernier
*> couru selon la convention de décompte du compte (Actual/365 par
*> défaut, Actual/360, 30/360). L'intérêt quotidien est donné pour un
*> remboursement reçu après la date prévue.
*> Chaque quittance émise reçoit un numéro, s'inscrit au registre des
*> quittances (registre_quittances.txt : numéro, compte, client, date
*> d'émission, date de remboursement, montant, intérêt quotidien,
*> expiration, opérateur) et produit une lettre au client
*> (lettres_quittance.txt). La quittance est valable dix jours après la
*> date de remboursement. Le lot de SSH5201-Interets confronte au
*> registre le paiement qui solde le compte ; un manque ou un excédent
*> part au relevé des exceptions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile   ASSIGN TO "pret_maitre.dat"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS PM-NumeroCompte
                            FILE STATUS IS PretMaitre-Statut.
    SELECT RegistreFile     ASSIGN TO "registre_quittances.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Registre-Statut.
    SELECT LettreFile       ASSIGN TO "lettres_quittance.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Lettre-Statut.

DATA DIVISION.
FILE SECTION.
FD  PretMaitreFile.
01  EnrPretMaitre.
    02 PM-NumeroCompte        PIC 9(08).
    02 PM-NumeroClient        PIC 9(06).
    02 PM-Solde               PIC 9(9)V99.
    02 PM-TauxDossier         PIC 99V99.
    02 PM-DateCapitalisation  PIC 9(08).
    02 PM-EtatCompte          PIC X(01).
       88 CompteActif VALUE "A", " ".
       88 CompteFerme VALUE "F".
    02 PM-Succursale          PIC 9(03).
    02 PM-Versement           PIC 9(9)V99.
    02 PM-DateEcheance        PIC 9(08).
    02 PM-JourEcheance        PIC 9(02).
    02 PM-PaiementPartiel     PIC 9(9)V99.
    02 PM-DateDernierPaiement PIC 9(08).
    02 PM-ModePaiement        PIC X(01).
       88 PaiementPreautorise VALUE "D".
       88 PaiementManuel      VALUE "M", " ".
    02 PM-InstitutionBanque   PIC 9(03).
    02 PM-TransitBanque       PIC 9(05).
    02 PM-CompteBanque        PIC X(12).
    02 PM-Convention          PIC 9(01).
       88 PM-ConventionAct360 VALUE 2.
       88 PM-Convention30360  VALUE 3.
    02 PM-InteretCouru        PIC 9(9)V99.
    02 PM-DateCouru           PIC 9(08).
    02 PM-TypeTaux            PIC X(01).
       88 TauxDossierFixe     VALUE "F", " ".
       88 TauxDossierVariable VALUE "V".
    02 PM-CodeIndice          PIC X(04).
    02 PM-EcartIndice         PIC S99V99 SIGN LEADING SEPARATE.

FD  RegistreFile.
01  EnrQuittance.
    02 QT-NumeroQuittance   PIC 9(06).
    02 QT-FillerA           PIC X(02) VALUE SPACES.
    02 QT-NumeroCompte      PIC 9(08).
    02 QT-FillerB           PIC X(02) VALUE SPACES.
    02 QT-NumeroClient      PIC 9(06).
    02 QT-FillerC           PIC X(02) VALUE SPACES.
    02 QT-DateEmission      PIC 9(08).
    02 QT-FillerD           PIC X(02) VALUE SPACES.
    02 QT-DateRemboursement PIC 9(08).
    02 QT-FillerE           PIC X(02) VALUE SPACES.
    02 QT-Montant           PIC 9(11)V99.
    02 QT-FillerF           PIC X(02) VALUE SPACES.
    02 QT-ParJour           PIC 9(9)V99.
    02 QT-FillerG           PIC X(02) VALUE SPACES.
    02 QT-DateExpiration    PIC 9(08).
    02 QT-FillerH           PIC X(02) VALUE SPACES.
    02 QT-Operateur         PIC X(08).

FD  LettreFile.
01  EnrLettreTexte PIC X(130).
01  EnrLettreMontant.
    02 LQ-Libelle PIC X(44).
    02 LQ-Valeur  PIC X(20).

WORKING-STORAGE SECTION.
01 Indicateurs-Fichiers.
    02 PretMaitre-Statut PIC X(02) VALUE SPACES.
    02 Registre-Statut   PIC X(02) VALUE SPACES.
    02 Lettre-Statut     PIC X(02) VALUE SPACES.
    02 FinRegistre       PIC X(01) VALUE "N".
       88 PasFinRegistre VALUE "N".
       88 FinDuRegistre  VALUE "O".

01 ModeQuittance.
    02 QM-Choix PIC 9 VALUE 9.
       88 QM-Retour  VALUE 0.
       88 QM-Emettre VALUE 1.
       88 QM-Lister  VALUE 2.

01 ParametresQuittance.
    02 QP-JoursValidite PIC 9(02) VALUE 10.

01 EntreesQuittance.
    02 EQ-NumeroCompte      PIC 9(08) VALUE ZERO.
    02 EQ-DateRemboursement PIC 9(08) VALUE ZERO.
    02 EQ-Reponse           PIC X(01) VALUE "N".
       88 EQ-ReponseOui VALUE "O", "o".
    02 EQ-Valide            PIC X(01) VALUE "O".
       88 QuittancePossible   VALUE "O".
       88 QuittanceImpossible VALUE "N".

*> Montant du remboursement et intérêt quotidien.
01 CalculQuittance.
    02 CQ-DateJour      PIC 9(08)    VALUE ZERO.
    02 CQ-DateDepart    PIC 9(08)    VALUE ZERO.
    02 CQ-TauxFraction  PIC 9V9(6)   VALUE ZERO.
    02 CQ-InteretPeriode PIC 9(9)V99 VALUE ZERO.
    02 CQ-Interets      PIC 9(9)V99  VALUE ZERO.
    02 CQ-Montant       PIC 9(11)V99 VALUE ZERO.
    02 CQ-ParJour       PIC 9(9)V99  VALUE ZERO.
    02 CQ-DateExpiration PIC 9(08)   VALUE ZERO.
    02 CQ-NumeroQuittance PIC 9(06)  VALUE ZERO.

01 DureeCalcul.
    02 DC-Date        PIC 9(08) VALUE ZERO.
    02 DC-DateR REDEFINES DC-Date.
       03 DC-Annee PIC 9(04).
       03 DC-Mois  PIC 9(02).
       03 DC-Jour  PIC 9(02).
    02 DC-Annee1        PIC 9(04) VALUE ZERO.
    02 DC-Mois1         PIC 9(02) VALUE ZERO.
    02 DC-Jour1         PIC 9(02) VALUE ZERO.
    02 DC-Jour2         PIC 9(02) VALUE ZERO.
    02 DC-Serie         PIC 9(08) VALUE ZERO.
    02 DC-SerieDebut    PIC 9(08) VALUE ZERO.
    02 DC-NombreJours   PIC S9(06) VALUE ZERO.
    02 DC-Base          PIC 9(03) VALUE 365.
    02 DC-AnneePrec     PIC 9(04) VALUE ZERO.
    02 DC-Quotient      PIC 9(04) VALUE ZERO.
    02 DC-Reste         PIC 9(04) VALUE ZERO.
    02 DC-Bissextile    PIC X(01) VALUE "N".
       88 AnneeBissextile    VALUE "O".
       88 AnneePasBissextile VALUE "N".
    02 DC-JoursDansMois PIC 9(02) VALUE ZERO.
    02 DC-DateValide    PIC X(01) VALUE "O".
       88 DateEstValide   VALUE "O".
       88 DateEstInvalide VALUE "N".

01 TableMoisCumul.
    02 FILLER PIC X(36) VALUE "000031059090120151181212243273304334".
01 TableMoisCumulR REDEFINES TableMoisCumul.
    02 MoisCumul OCCURS 12 TIMES PIC 9(03).

01 Autorisation.
    02 AU-Operateur PIC X(08) VALUE SPACES.

01 ParametresDevise.
    02 SymboleDevise PIC X(03) VALUE "$".

01 MontantFormate.
    02 MF-Montant      PIC 9(9)V99 VALUE ZERO.
    02 MF-MontantEdite PIC Z,ZZZ,ZZZ,ZZ9.99.
    02 MF-Texte        PIC X(20) VALUE SPACES.

01 EditionTaux.
    02 ET-Taux PIC Z9.99.

01 CompteurRegistre.
    02 CR-NombreQuittances PIC 9(07) VALUE ZERO.
    02 CR-CompteCherche    PIC 9(08) VALUE ZERO.

01 LigneTitre.
    02 LT-Texte PIC X(130) VALUE SPACES.

01 Separateur PIC X(33) VALUE ALL "-".

LINKAGE SECTION.
01 LiaisonOperateur.
    02 LO-Operateur         PIC X(08).
    02 LO-AutEnquete        PIC X(01).
    02 LO-AutCalculs        PIC X(01).
    02 LO-AutLot            PIC X(01).
    02 LO-AutCapitalisation PIC X(01).
    02 LO-AutPolitique      PIC X(01).

PROCEDURE DIVISION USING LiaisonOperateur.
Debut.
    DISPLAY "États de remboursement (quittances)"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LO-Operateur TO AU-Operateur
    ELSE
        DISPLAY "Identifiant de l'opérateur :  " WITH NO ADVANCING
        ACCEPT  AU-Operateur
    END-IF

    PERFORM TraiterUnChoix UNTIL QM-Retour
    GOBACK
    .

TraiterUnChoix.
    DISPLAY SPACE
    DISPLAY "  1 - Émettre une quittance (montant pour solder un prêt)"
    DISPLAY "  2 - Lister le registre des quittances d'un compte"
    DISPLAY "  0 - Retour"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  QM-Choix

    EVALUATE TRUE
        WHEN QM-Emettre
            PERFORM EmettreQuittance
        WHEN QM-Lister
            PERFORM ListerRegistre
        WHEN QM-Retour
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Choix invalide ***"
    END-EVALUATE
    .

*> --------------------------------------------------------------------
*> Émission : le compte doit être actif et porter un solde ; la date de
*> remboursement ne peut précéder ni la date du jour ni le dernier
*> couru ou la dernière capitalisation du compte.
*> --------------------------------------------------------------------

EmettreQuittance.
    SET QuittancePossible TO TRUE
    DISPLAY "Numéro de compte :  " WITH NO ADVANCING
    ACCEPT  EQ-NumeroCompte

    OPEN INPUT PretMaitreFile
    IF PretMaitre-Statut NOT = "00"
        DISPLAY "*** Erreur : fichier maître des prêts introuvable (statut ",
                 PretMaitre-Statut, ") ***"
        SET QuittanceImpossible TO TRUE
    ELSE
        MOVE EQ-NumeroCompte TO PM-NumeroCompte
        READ PretMaitreFile
            INVALID KEY
                DISPLAY "*** Compte ", EQ-NumeroCompte,
                        " inconnu au fichier maître ***"
                SET QuittanceImpossible TO TRUE
        END-READ
        CLOSE PretMaitreFile
    END-IF

    IF QuittancePossible
        EVALUATE TRUE
            WHEN CompteFerme
                DISPLAY "*** Compte ", PM-NumeroCompte, " fermé ***"
                SET QuittanceImpossible TO TRUE
            WHEN PM-Solde = ZERO
                DISPLAY "*** Compte ", PM-NumeroCompte, " déjà soldé ***"
                SET QuittanceImpossible TO TRUE
            WHEN OTHER
                PERFORM ObtenirDateRemboursement
        END-EVALUATE
    END-IF

    IF QuittancePossible
        PERFORM CalculerQuittance
        PERFORM AfficherQuittance
        DISPLAY "Émettre la quittance (O/N) :  " WITH NO ADVANCING
        ACCEPT  EQ-Reponse
        IF EQ-ReponseOui
            PERFORM AttribuerNumero
            PERFORM InscrireQuittance
            PERFORM EcrireLettre
            DISPLAY "Quittance ", CQ-NumeroQuittance, " inscrite au ",
                    "registre -- lettre dans lettres_quittance.txt"
        ELSE
            DISPLAY "Quittance abandonnée"
        END-IF
    END-IF
    .

ObtenirDateRemboursement.
    ACCEPT CQ-DateJour FROM DATE YYYYMMDD
    DISPLAY "Date de remboursement (AAAAMMJJ, 0 = aujourd'hui) :  "
        WITH NO ADVANCING
    ACCEPT  EQ-DateRemboursement
    IF EQ-DateRemboursement = ZERO
        MOVE CQ-DateJour TO EQ-DateRemboursement
    END-IF
    MOVE EQ-DateRemboursement TO DC-Date
    PERFORM ValiderDateCivile

    *> Le départ est le plus récent du dernier couru et de la dernière
    *> capitalisation : le cumul couru au maître couvre l'intervalle qui
    *> les sépare.
    IF PM-DateCouru > PM-DateCapitalisation
        MOVE PM-DateCouru TO CQ-DateDepart
    ELSE
        MOVE PM-DateCapitalisation TO CQ-DateDepart
    END-IF

    EVALUATE TRUE
        WHEN DateEstInvalide
            DISPLAY "*** Date invalide ***"
            SET QuittanceImpossible TO TRUE
        WHEN EQ-DateRemboursement < CQ-DateJour
            DISPLAY "*** Date de remboursement passée ***"
            SET QuittanceImpossible TO TRUE
        WHEN EQ-DateRemboursement < CQ-DateDepart
            DISPLAY "*** Date antérieure au dernier couru ou à la dernière ",
                    "capitalisation (", CQ-DateDepart, ") ***"
            SET QuittanceImpossible TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Même décompte que les intérêts courus de SSH5201-Interets : jours
*> civils sur la base de la convention, une convention par périodes
*> étant comptée Actual/365, et un seul arrondi sur la période.
CalculerQuittance.
    MOVE ZERO TO CQ-InteretPeriode
    MOVE ZERO TO DC-NombreJours
    IF PM-Convention30360
        MOVE 360 TO DC-Base
    ELSE
        IF PM-ConventionAct360
            MOVE 360 TO DC-Base
        ELSE
            MOVE 365 TO DC-Base
        END-IF
    END-IF
    COMPUTE CQ-TauxFraction ROUNDED = PM-TauxDossier / 100

    IF CQ-DateDepart NOT = ZERO
        PERFORM CalculerJoursEcoules
        IF DC-NombreJours > ZERO
            COMPUTE CQ-InteretPeriode ROUNDED =
                PM-Solde * CQ-TauxFraction * DC-NombreJours / DC-Base
        END-IF
    END-IF

    COMPUTE CQ-Interets = PM-InteretCouru + CQ-InteretPeriode
    COMPUTE CQ-Montant  = PM-Solde + CQ-Interets
    COMPUTE CQ-ParJour ROUNDED = PM-Solde * CQ-TauxFraction / DC-Base

    MOVE EQ-DateRemboursement TO DC-Date
    PERFORM AvancerUnJour QP-JoursValidite TIMES
    MOVE DC-Date TO CQ-DateExpiration
    .

CalculerJoursEcoules.
    IF PM-Convention30360
        MOVE CQ-DateDepart TO DC-Date
        MOVE DC-Annee TO DC-Annee1
        MOVE DC-Mois  TO DC-Mois1
        MOVE DC-Jour  TO DC-Jour1
        IF DC-Jour1 = 31
            MOVE 30 TO DC-Jour1
        END-IF
        MOVE EQ-DateRemboursement TO DC-Date
        MOVE DC-Jour TO DC-Jour2
        IF DC-Jour2 = 31 AND DC-Jour1 = 30
            MOVE 30 TO DC-Jour2
        END-IF
        COMPUTE DC-NombreJours = (DC-Annee - DC-Annee1) * 360
            + (DC-Mois - DC-Mois1) * 30 + DC-Jour2 - DC-Jour1
    ELSE
        MOVE CQ-DateDepart TO DC-Date
        PERFORM CalculerJourSerie
        MOVE DC-Serie TO DC-SerieDebut
        MOVE EQ-DateRemboursement TO DC-Date
        PERFORM CalculerJourSerie
        COMPUTE DC-NombreJours = DC-Serie - DC-SerieDebut
    END-IF
    .

AvancerUnJour.
    ADD 1 TO DC-Jour
    PERFORM ValiderDateCivile
    IF DateEstInvalide
        MOVE 1 TO DC-Jour
        IF DC-Mois = 12
            MOVE 1 TO DC-Mois
            ADD 1 TO DC-Annee
        ELSE
            ADD 1 TO DC-Mois
        END-IF
    END-IF
    .

AfficherQuittance.
    DISPLAY SPACE
    DISPLAY "Compte ", PM-NumeroCompte, " -- client ", PM-NumeroClient
    DISPLAY Separateur
    MOVE PM-Solde TO MF-Montant
    PERFORM FormaterMontant
    DISPLAY "Solde du prêt              :  ", MF-Texte
    MOVE PM-TauxDossier TO ET-Taux
    DISPLAY "Taux au dossier            :  ", ET-Taux, " %"
    MOVE CQ-Interets TO MF-Montant
    PERFORM FormaterMontant
    DISPLAY "Intérêts depuis le ", CQ-DateDepart, " :  ", MF-Texte
    MOVE CQ-Montant TO MF-Montant
    PERFORM FormaterMontant
    DISPLAY "Montant au ", EQ-DateRemboursement, "     :  ", MF-Texte
    MOVE CQ-ParJour TO MF-Montant
    PERFORM FormaterMontant
    DISPLAY "Intérêt quotidien          :  ", MF-Texte
    DISPLAY "Valable jusqu'au           :  ", CQ-DateExpiration
    DISPLAY Separateur
    .

*> Le numéro de quittance suit le plus grand numéro du registre.
AttribuerNumero.
    MOVE ZERO TO CQ-NumeroQuittance
    SET PasFinRegistre TO TRUE
    OPEN INPUT RegistreFile
    IF Registre-Statut = "00"
        PERFORM LireNumeroQuittance UNTIL FinDuRegistre
        CLOSE RegistreFile
    END-IF
    ADD 1 TO CQ-NumeroQuittance
    .

LireNumeroQuittance.
    READ RegistreFile
        AT END
            SET FinDuRegistre TO TRUE
        NOT AT END
            IF QT-NumeroQuittance > CQ-NumeroQuittance
                MOVE QT-NumeroQuittance TO CQ-NumeroQuittance
            END-IF
    END-READ
    .

InscrireQuittance.
    OPEN EXTEND RegistreFile
    IF Registre-Statut = "35"
        OPEN OUTPUT RegistreFile
    END-IF
    INITIALIZE EnrQuittance
    MOVE CQ-NumeroQuittance   TO QT-NumeroQuittance
    MOVE PM-NumeroCompte      TO QT-NumeroCompte
    MOVE PM-NumeroClient      TO QT-NumeroClient
    MOVE CQ-DateJour          TO QT-DateEmission
    MOVE EQ-DateRemboursement TO QT-DateRemboursement
    MOVE CQ-Montant           TO QT-Montant
    MOVE CQ-ParJour           TO QT-ParJour
    MOVE CQ-DateExpiration    TO QT-DateExpiration
    MOVE AU-Operateur         TO QT-Operateur
    WRITE EnrQuittance
    CLOSE RegistreFile
    .

EcrireLettre.
    OPEN EXTEND LettreFile
    IF Lettre-Statut = "35"
        OPEN OUTPUT LettreFile
    END-IF

    MOVE SPACES TO LT-Texte
    STRING "État de remboursement -- quittance " DELIMITED BY SIZE
           CQ-NumeroQuittance                   DELIMITED BY SIZE
           " émise le "                         DELIMITED BY SIZE
           CQ-DateJour                          DELIMITED BY SIZE
           " par "                              DELIMITED BY SIZE
           AU-Operateur                         DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrLettreTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Client "         DELIMITED BY SIZE
           PM-NumeroClient   DELIMITED BY SIZE
           " -- compte "     DELIMITED BY SIZE
           PM-NumeroCompte   DELIMITED BY SIZE
           " -- succursale " DELIMITED BY SIZE
           PM-Succursale     DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrLettreTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Pour solder votre prêt le " DELIMITED BY SIZE
           EQ-DateRemboursement         DELIMITED BY SIZE
           ", veuillez remettre le montant indiqué ci-dessous."
                                        DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrLettreTexte FROM LT-Texte

    MOVE "  Solde du prêt                          :" TO LQ-Libelle
    MOVE PM-Solde TO MF-Montant
    PERFORM EcrireMontantLettre
    MOVE SPACES TO LQ-Libelle
    STRING "  Intérêts du " DELIMITED BY SIZE
           CQ-DateDepart    DELIMITED BY SIZE
           " au "           DELIMITED BY SIZE
           EQ-DateRemboursement DELIMITED BY SIZE
           "      :"        DELIMITED BY SIZE
        INTO LQ-Libelle
    MOVE CQ-Interets TO MF-Montant
    PERFORM EcrireMontantLettre
    MOVE "  Montant du remboursement               :" TO LQ-Libelle
    MOVE CQ-Montant TO MF-Montant
    PERFORM EcrireMontantLettre
    MOVE "  Intérêt quotidien                      :" TO LQ-Libelle
    MOVE CQ-ParJour TO MF-Montant
    PERFORM EcrireMontantLettre

    MOVE SPACES TO LT-Texte
    STRING "Un remboursement reçu après le " DELIMITED BY SIZE
           EQ-DateRemboursement              DELIMITED BY SIZE
           " s'augmente de l'intérêt quotidien par jour de retard ; "
                                             DELIMITED BY SIZE
           "cet état expire le "             DELIMITED BY SIZE
           CQ-DateExpiration                 DELIMITED BY SIZE
           "."                               DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrLettreTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    WRITE EnrLettreTexte FROM LT-Texte
    CLOSE LettreFile
    .

EcrireMontantLettre.
    PERFORM FormaterMontant
    MOVE MF-Texte TO LQ-Valeur
    WRITE EnrLettreMontant
    .

ListerRegistre.
    DISPLAY "Numéro de compte (0 = tous) :  " WITH NO ADVANCING
    ACCEPT  CR-CompteCherche
    MOVE ZERO TO CR-NombreQuittances
    SET PasFinRegistre TO TRUE
    OPEN INPUT RegistreFile
    IF Registre-Statut NOT = "00"
        DISPLAY "Registre des quittances vide"
    ELSE
        DISPLAY SPACE
        DISPLAY "Quitt.  Compte    Client  Émise le  Rembours. Expire le ",
                "Montant               Opérateur"
        DISPLAY Separateur
        PERFORM ListerUneQuittance UNTIL FinDuRegistre
        CLOSE RegistreFile
        DISPLAY Separateur
        DISPLAY CR-NombreQuittances, " quittance(s)"
    END-IF
    .

ListerUneQuittance.
    READ RegistreFile
        AT END
            SET FinDuRegistre TO TRUE
        NOT AT END
            IF CR-CompteCherche = ZERO
               OR QT-NumeroCompte = CR-CompteCherche
                ADD 1 TO CR-NombreQuittances
                MOVE QT-Montant TO MF-Montant
                PERFORM FormaterMontant
                DISPLAY QT-NumeroQuittance, "  ", QT-NumeroCompte, "  ",
                        QT-NumeroClient, "  ", QT-DateEmission, "  ",
                        QT-DateRemboursement, "  ", QT-DateExpiration, "  ",
                        MF-Texte, "  ", QT-Operateur
            END-IF
    END-READ
    .

FormaterMontant.
    MOVE MF-Montant TO MF-MontantEdite
    MOVE SPACES TO MF-Texte
    STRING MF-MontantEdite DELIMITED BY SIZE
           " "             DELIMITED BY SIZE
           SymboleDevise   DELIMITED BY SPACE
        INTO MF-Texte
    .

*> --------------------------------------------------------------------
*> Arithmétique des dates (reprise de SSH5201-Interets) : numéro de
*> jour de calendrier, années bissextiles et longueur réelle du mois.
*> --------------------------------------------------------------------

CalculerJourSerie.
    COMPUTE DC-AnneePrec = DC-Annee - 1
    COMPUTE DC-Serie = DC-AnneePrec * 365 + MoisCumul (DC-Mois) + DC-Jour
    DIVIDE DC-AnneePrec BY 4 GIVING DC-Quotient
    ADD DC-Quotient TO DC-Serie
    DIVIDE DC-AnneePrec BY 100 GIVING DC-Quotient
    SUBTRACT DC-Quotient FROM DC-Serie
    DIVIDE DC-AnneePrec BY 400 GIVING DC-Quotient
    ADD DC-Quotient TO DC-Serie
    PERFORM DeterminerBissextile
    IF AnneeBissextile AND DC-Mois > 2
        ADD 1 TO DC-Serie
    END-IF
    .

DeterminerBissextile.
    SET AnneePasBissextile TO TRUE
    DIVIDE DC-Annee BY 4 GIVING DC-Quotient REMAINDER DC-Reste
    IF DC-Reste = ZERO
        SET AnneeBissextile TO TRUE
        DIVIDE DC-Annee BY 100 GIVING DC-Quotient REMAINDER DC-Reste
        IF DC-Reste = ZERO
            SET AnneePasBissextile TO TRUE
            DIVIDE DC-Annee BY 400 GIVING DC-Quotient REMAINDER DC-Reste
            IF DC-Reste = ZERO
                SET AnneeBissextile TO TRUE
            END-IF
        END-IF
    END-IF
    .

ValiderDateCivile.
    SET DateEstValide TO TRUE
    IF DC-Mois < 1 OR DC-Mois > 12 OR DC-Jour < 1
        SET DateEstInvalide TO TRUE
    ELSE
        IF DC-Mois = 12
            MOVE 31 TO DC-JoursDansMois
        ELSE
            COMPUTE DC-JoursDansMois =
                MoisCumul (DC-Mois + 1) - MoisCumul (DC-Mois)
        END-IF
        IF DC-Mois = 2
            PERFORM DeterminerBissextile
            IF AnneeBissextile
                ADD 1 TO DC-JoursDansMois
            END-IF
        END-IF
        IF DC-Jour > DC-JoursDansMois
            SET DateEstInvalide TO TRUE
        END-IF
    END-IF
    .
