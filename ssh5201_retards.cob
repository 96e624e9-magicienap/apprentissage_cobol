IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Retards IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Classement des retards de paiement : chaque compte actif du fichier
*> maître des prêts porteur d'un échéancier (versement prévu et
*> prochaine échéance, entretenus par SSH5201-Maitre et avancés par les
*> paiements du lot de SSH5201-Interets) est classé à la date d'arrêté
*> dans une tranche de retard -- courant, 1-30, 31-60, 61-90, plus de
*> 90 jours -- d'après le nombre de jours écoulés depuis sa plus
*> ancienne échéance impayée. Le rapport des retards (rapport_retards.txt)
*> donne, pour le portefeuille et pour chaque succursale, le nombre de
*> comptes, les soldes et les montants en souffrance par tranche ; la
*> liste de recouvrement (liste_recouvrement.txt) détaille, succursale
*> par succursale, les comptes en retard du plus ancien au plus récent,
*> pour les appels de la journée. Le montant en souffrance compte les
*> versements échus jusqu'à la date d'arrêté moins le paiement partiel
*> déjà reçu sur l'échéance courante, sans dépasser le solde. Chaque
*> passage est inscrit au journal des exécutions commun.
*> 2026-10-15 : Tracé du fichier maître allongé du mode de paiement et
*> des coordonnées bancaires du prélèvement automatique.
*> 2026-10-15 : Tracé du fichier maître allongé de la convention de
*> décompte et des intérêts courus du compte.
*> 2026-10-15 : Tracé du fichier maître allongé du type de taux (fixe
*> ou variable), de l'indice de référence et de l'écart sur l'indice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile   ASSIGN TO "pret_maitre.dat"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS PM-NumeroCompte
                            FILE STATUS IS PretMaitre-Statut.
    SELECT RapportRetards   ASSIGN TO "rapport_retards.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS RapportRetards-Statut.
    SELECT ListeRecouvrement ASSIGN TO "liste_recouvrement.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS ListeRecouvrement-Statut.
    SELECT JournalExecution ASSIGN TO "journal_execution.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS JournalExecution-Statut.

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
    02 PM-InteretCouru        PIC 9(9)V99.
    02 PM-DateCouru           PIC 9(08).
    02 PM-TypeTaux            PIC X(01).
       88 TauxDossierFixe     VALUE "F", " ".
       88 TauxDossierVariable VALUE "V".
    02 PM-CodeIndice          PIC X(04).
    02 PM-EcartIndice         PIC S99V99 SIGN LEADING SEPARATE.

FD  RapportRetards.
01  EnrRapportTexte PIC X(130).
01  EnrRapportTranche.
    02 RR-Libelle    PIC X(22).
    02 RR-Nombre     PIC ZZZZZZ9.
    02 RR-FillerA    PIC X(02) VALUE SPACES.
    02 RR-Soldes     PIC X(20).
    02 RR-FillerB    PIC X(02) VALUE SPACES.
    02 RR-Souffrance PIC X(20).

FD  ListeRecouvrement.
01  EnrListeTexte PIC X(130).
01  EnrListeCompte.
    02 LR-NumeroCompte   PIC 9(08).
    02 LR-FillerA        PIC X(02) VALUE SPACES.
    02 LR-NumeroClient   PIC 9(06).
    02 LR-FillerB        PIC X(02) VALUE SPACES.
    02 LR-JoursRetard    PIC ZZZZ9.
    02 LR-FillerC        PIC X(02) VALUE SPACES.
    02 LR-Tranche        PIC X(10).
    02 LR-DateEcheance   PIC 9(08).
    02 LR-FillerD        PIC X(02) VALUE SPACES.
    02 LR-Souffrance     PIC X(20).
    02 LR-FillerE        PIC X(02) VALUE SPACES.
    02 LR-Solde          PIC X(20).
    02 LR-FillerF        PIC X(02) VALUE SPACES.
    02 LR-DernierPaiement PIC 9(08).

FD  JournalExecution.
01  EnrJournalExecution.
    02 JE-Date          PIC 9(08).
    02 JE-Heure         PIC 9(08).
    02 JE-Programme     PIC X(20).
    02 JE-FillerA       PIC X(02) VALUE SPACES.
    02 JE-Operateur     PIC X(08).
    02 JE-FillerB       PIC X(02) VALUE SPACES.
    02 JE-Phase         PIC X(05).
    02 JE-FillerC       PIC X(02) VALUE SPACES.
    02 JE-NombreLus     PIC 9(07).
    02 JE-FillerD       PIC X(02) VALUE SPACES.
    02 JE-NombreTraites PIC 9(07).
    02 JE-FillerE       PIC X(02) VALUE SPACES.
    02 JE-NombreRejetes PIC 9(07).
    02 JE-FillerF       PIC X(02) VALUE SPACES.
    02 JE-Statut        PIC X(12).

WORKING-STORAGE SECTION.
01 Indicateurs-Fichiers.
    02 PretMaitre-Statut        PIC X(02) VALUE SPACES.
    02 RapportRetards-Statut    PIC X(02) VALUE SPACES.
    02 ListeRecouvrement-Statut PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut  PIC X(02) VALUE SPACES.
    02 FinMaitre                PIC X(01) VALUE "N".
       88 PasFinMaitre VALUE "N".
       88 FinDeMaitre  VALUE "O".

01 DateArrete.
    02 AR-Date PIC 9(08) VALUE ZERO.
    02 AR-DateR REDEFINES AR-Date.
       03 AR-Annee PIC 9(04).
       03 AR-Mois  PIC 9(02).
       03 AR-Jour  PIC 9(02).
    02 AR-Serie PIC 9(08) VALUE ZERO.

01 DureeCalcul.
    02 DC-Date        PIC 9(08) VALUE ZERO.
    02 DC-DateR REDEFINES DC-Date.
       03 DC-Annee PIC 9(04).
       03 DC-Mois  PIC 9(02).
       03 DC-Jour  PIC 9(02).
    02 DC-Serie         PIC 9(08) VALUE ZERO.
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

01 CalculRetard.
    02 CR-JoursRetard  PIC 9(05)    VALUE ZERO.
    02 CR-MoisEchus    PIC 9(05)    VALUE ZERO.
    02 CR-Souffrance   PIC S9(11)V99 VALUE ZERO.
    02 CR-Tranche      PIC 9        VALUE 1.
       88 TrancheCourant VALUE 1.
       88 Tranche1a30    VALUE 2.
       88 Tranche31a60   VALUE 3.
       88 Tranche61a90   VALUE 4.
       88 Trancheplus90  VALUE 5.

*> Libellés des tranches de retard, dans l'ordre des numéros de tranche.
01 TableLibelles.
    02 FILLER PIC X(10) VALUE "COURANT".
    02 FILLER PIC X(10) VALUE "1-30 J".
    02 FILLER PIC X(10) VALUE "31-60 J".
    02 FILLER PIC X(10) VALUE "61-90 J".
    02 FILLER PIC X(10) VALUE "PLUS 90 J".
01 TableLibellesR REDEFINES TableLibelles.
    02 LibelleTranche OCCURS 5 TIMES PIC X(10).

*> Totaux du portefeuille par tranche.
01 TotauxTranches.
    02 TT-Tranche OCCURS 5 TIMES INDEXED BY TT-Index.
       03 TT-Nombre     PIC 9(07).
       03 TT-Soldes     PIC 9(13)V99.
       03 TT-Souffrance PIC 9(13)V99.
    02 TT-SansEcheancier PIC 9(07) VALUE ZERO.
    02 TT-SoldesSansEch  PIC 9(13)V99 VALUE ZERO.

*> Totaux par succursale et par tranche.
01 TableSuccursales.
    02 SR-Nombre PIC 99 VALUE ZERO.
    02 SR-Entree OCCURS 50 TIMES INDEXED BY SR-Index.
       03 SR-Code PIC 9(03).
       03 SR-Tranche OCCURS 5 TIMES INDEXED BY SR-IndexTranche.
          04 SR-NombreComptes PIC 9(07).
          04 SR-Soldes        PIC 9(13)V99.
          04 SR-Souffrance    PIC 9(13)V99.
    02 SR-Recherche    PIC 9(03) VALUE ZERO.
    02 SR-Position     PIC 99    VALUE ZERO.
    02 SR-TrouveFanion PIC X(01) VALUE "N".
       88 SuccursaleTrouvee    VALUE "O".
       88 SuccursalePasTrouvee VALUE "N".

*> Comptes en retard, pour la liste de recouvrement.
01 TableRetards.
    02 TD-NombreComptes PIC 999 VALUE ZERO.
    02 TD-Compte OCCURS 500 TIMES INDEXED BY TD-Index.
       03 TD-Succursale     PIC 9(03).
       03 TD-JoursRetard    PIC 9(05).
       03 TD-NumeroCompte   PIC 9(08).
       03 TD-NumeroClient   PIC 9(06).
       03 TD-Tranche        PIC 9.
       03 TD-DateEcheance   PIC 9(08).
       03 TD-Souffrance     PIC 9(11)V99.
       03 TD-Solde          PIC 9(9)V99.
       03 TD-DernierPaiement PIC 9(08).

01 TriRetards.
    02 TR-Position PIC 999 VALUE ZERO.
    02 TR-Suivante PIC 999 VALUE ZERO.
    02 TR-Echange  PIC X(01) VALUE "N".
       88 TriTermine VALUE "N".
       88 TriEnCours VALUE "O".
    02 TR-Tampon   PIC X(63).

01 CompteursRetards.
    02 NombreComptesLus    PIC 9(07) VALUE ZERO.
    02 NombreComptesClasses PIC 9(07) VALUE ZERO.
    02 NombreComptesRetard PIC 9(07) VALUE ZERO.

01 EditionListe.
    02 EL-SuccursaleCourante PIC 9(03)    VALUE ZERO.
    02 EL-PremiereSuccursale PIC X(01)    VALUE "O".
       88 AucuneSuccursaleEditee VALUE "O".
       88 SuccursaleDejaEditee   VALUE "N".
    02 EL-NombreSuccursale   PIC 9(05)    VALUE ZERO.
    02 EL-TotalSuccursale    PIC 9(13)V99 VALUE ZERO.
    02 EL-CompteurEdite      PIC ZZZZZZ9.

01 Autorisation.
    02 AU-Operateur PIC X(08) VALUE SPACES.

01 JournalisationExecution.
    02 JEX-Phase  PIC X(05) VALUE SPACES.
    02 JEX-Statut PIC X(12) VALUE SPACES.

01 ParametresDevise.
    02 SymboleDevise PIC X(03) VALUE "$".

01 MontantFormate.
    02 MF-Montant      PIC 9(9)V99 VALUE ZERO.
    02 MF-MontantEdite PIC Z,ZZZ,ZZZ,ZZ9.99.
    02 MF-Texte        PIC X(20) VALUE SPACES.

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
    DISPLAY "Classement des retards de paiement"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LO-Operateur TO AU-Operateur
    ELSE
        DISPLAY "Identifiant de l'opérateur :  " WITH NO ADVANCING
        ACCEPT  AU-Operateur
    END-IF

    PERFORM ObtenirDateArrete
    PERFORM JournaliserExecutionDebut

    MOVE ZERO TO SR-Nombre
    MOVE ZERO TO TD-NombreComptes
    PERFORM InitialiserUneTranche
        VARYING TT-Index FROM 1 BY 1 UNTIL TT-Index > 5

    SET PasFinMaitre TO TRUE
    OPEN INPUT PretMaitreFile

    IF PretMaitre-Statut NOT = "00"
        DISPLAY "*** Erreur : fichier maître des prêts introuvable (statut ",
                 PretMaitre-Statut, ") -- classement annulé ***"
        MOVE 8 TO RETURN-CODE
        MOVE "ANNULEE" TO JEX-Statut
    ELSE
        PERFORM ClasserUnCompte UNTIL FinDeMaitre
        CLOSE PretMaitreFile

        PERFORM TrierRetards
        PERFORM ProduireRapportRetards
        PERFORM ProduireListeRecouvrement

        DISPLAY SPACE
        DISPLAY "Classement terminé -- ", NombreComptesClasses,
                " compte(s) classé(s), ", NombreComptesRetard,
                " compte(s) en retard"
        MOVE "TERMINE" TO JEX-Statut
    END-IF

    PERFORM JournaliserExecutionFin
    GOBACK
    .

*> La date d'arrêté est celle du jour par défaut ; une date passée
*> permet de reconstituer le classement d'une fin de mois.
ObtenirDateArrete.
    DISPLAY "Date d'arrêté (AAAAMMJJ, 0 = aujourd'hui) :  " WITH NO ADVANCING
    ACCEPT  AR-Date
    MOVE AR-Date TO DC-Date
    PERFORM ValiderDateCivile
    IF AR-Date = ZERO OR DateEstInvalide
        IF AR-Date NOT = ZERO
            DISPLAY "*** Date invalide -- date du jour retenue ***"
        END-IF
        ACCEPT AR-Date FROM DATE YYYYMMDD
    END-IF
    MOVE AR-Date TO DC-Date
    PERFORM CalculerJourSerie
    MOVE DC-Serie TO AR-Serie
    .

InitialiserUneTranche.
    MOVE ZERO TO TT-Nombre (TT-Index)
    MOVE ZERO TO TT-Soldes (TT-Index)
    MOVE ZERO TO TT-Souffrance (TT-Index)
    .

*> Journal des exécutions commun à la suite : un enregistrement au
*> départ et un à la fin, pour le sommaire de SSH5201-FinJournee.
JournaliserExecutionDebut.
    MOVE "DEBUT"    TO JEX-Phase
    MOVE "EN COURS" TO JEX-Statut
    PERFORM EcrireJournalExecution
    .

JournaliserExecutionFin.
    MOVE "FIN" TO JEX-Phase
    PERFORM EcrireJournalExecution
    .

EcrireJournalExecution.
    OPEN EXTEND JournalExecution
    IF JournalExecution-Statut = "35"
        OPEN OUTPUT JournalExecution
    END-IF
    INITIALIZE EnrJournalExecution
    ACCEPT JE-Date FROM DATE YYYYMMDD
    ACCEPT JE-Heure FROM TIME
    MOVE "SSH5201-Retards" TO JE-Programme
    MOVE AU-Operateur      TO JE-Operateur
    MOVE JEX-Phase         TO JE-Phase
    IF JEX-Phase = "FIN"
        MOVE NombreComptesLus     TO JE-NombreLus
        MOVE NombreComptesClasses TO JE-NombreTraites
        MOVE NombreComptesRetard  TO JE-NombreRejetes
    END-IF
    MOVE JEX-Statut        TO JE-Statut
    WRITE EnrJournalExecution
    CLOSE JournalExecution
    .

*> --------------------------------------------------------------------
*> Classement d'un compte : seuls les comptes actifs à solde non nul
*> sont classés. Un compte sans échéancier (aucun versement prévu) est
*> compté à part. Les jours de retard courent depuis la prochaine
*> échéance quand elle est passée ; le nombre de versements échus
*> compte cette échéance et chaque mois écoulé depuis, au jour
*> d'ancrage de l'échéancier.
*> --------------------------------------------------------------------

ClasserUnCompte.
    READ PretMaitreFile NEXT RECORD
        AT END
            SET FinDeMaitre TO TRUE
        NOT AT END
            ADD 1 TO NombreComptesLus
            IF CompteActif AND PM-Solde > ZERO
                IF PM-Versement = ZERO OR PM-DateEcheance = ZERO
                    ADD 1 TO TT-SansEcheancier
                    ADD PM-Solde TO TT-SoldesSansEch
                ELSE
                    ADD 1 TO NombreComptesClasses
                    PERFORM CalculerRetard
                    PERFORM CumulerTranche
                    IF NOT TrancheCourant
                        ADD 1 TO NombreComptesRetard
                        PERFORM RetenirCompteEnRetard
                    END-IF
                END-IF
            END-IF
    END-READ
    .

CalculerRetard.
    MOVE ZERO TO CR-JoursRetard
    MOVE ZERO TO CR-Souffrance
    SET TrancheCourant TO TRUE

    IF PM-DateEcheance < AR-Date
        MOVE PM-DateEcheance TO DC-Date
        PERFORM CalculerJourSerie
        COMPUTE CR-JoursRetard = AR-Serie - DC-Serie
        COMPUTE CR-MoisEchus = (AR-Annee - DC-Annee) * 12
            + AR-Mois - DC-Mois

        *> Jour d'échéance du mois d'arrêté, ramené au dernier jour du
        *> mois quand l'ancrage le dépasse : l'échéance de ce mois n'est
        *> échue que si la date d'arrêté l'a atteinte.
        MOVE AR-Date TO DC-Date
        IF PM-JourEcheance NOT = ZERO
            MOVE PM-JourEcheance TO DC-Jour
        ELSE
            MOVE PM-DateEcheance (7:2) TO DC-Jour
        END-IF
        PERFORM ValiderDateCivile
        IF DateEstInvalide
            MOVE DC-JoursDansMois TO DC-Jour
        END-IF
        IF CR-MoisEchus > ZERO AND AR-Jour < DC-Jour
            SUBTRACT 1 FROM CR-MoisEchus
        END-IF

        COMPUTE CR-Souffrance = (CR-MoisEchus + 1) * PM-Versement
            - PM-PaiementPartiel
        IF CR-Souffrance < ZERO
            MOVE ZERO TO CR-Souffrance
        END-IF
        IF CR-Souffrance > PM-Solde
            MOVE PM-Solde TO CR-Souffrance
        END-IF

        EVALUATE TRUE
            WHEN CR-JoursRetard <= 30
                SET Tranche1a30 TO TRUE
            WHEN CR-JoursRetard <= 60
                SET Tranche31a60 TO TRUE
            WHEN CR-JoursRetard <= 90
                SET Tranche61a90 TO TRUE
            WHEN OTHER
                SET Trancheplus90 TO TRUE
        END-EVALUATE
    END-IF
    .

CumulerTranche.
    SET TT-Index TO CR-Tranche
    ADD 1             TO TT-Nombre (TT-Index)
    ADD PM-Solde      TO TT-Soldes (TT-Index)
    ADD CR-Souffrance TO TT-Souffrance (TT-Index)

    MOVE PM-Succursale TO SR-Recherche
    PERFORM ChercherSuccursale
    SET SR-Index TO SR-Position
    SET SR-IndexTranche TO CR-Tranche
    ADD 1             TO SR-NombreComptes (SR-Index, SR-IndexTranche)
    ADD PM-Solde      TO SR-Soldes (SR-Index, SR-IndexTranche)
    ADD CR-Souffrance TO SR-Souffrance (SR-Index, SR-IndexTranche)
    .

RetenirCompteEnRetard.
    IF TD-NombreComptes >= 500
        DISPLAY "*** Nombre maximal de comptes en retard (500) atteint -- ",
                "compte ", PM-NumeroCompte, " absent de la liste ***"
    ELSE
        ADD 1 TO TD-NombreComptes
        SET TD-Index TO TD-NombreComptes
        MOVE PM-Succursale          TO TD-Succursale (TD-Index)
        MOVE CR-JoursRetard         TO TD-JoursRetard (TD-Index)
        MOVE PM-NumeroCompte        TO TD-NumeroCompte (TD-Index)
        MOVE PM-NumeroClient        TO TD-NumeroClient (TD-Index)
        MOVE CR-Tranche             TO TD-Tranche (TD-Index)
        MOVE PM-DateEcheance        TO TD-DateEcheance (TD-Index)
        MOVE CR-Souffrance          TO TD-Souffrance (TD-Index)
        MOVE PM-Solde               TO TD-Solde (TD-Index)
        MOVE PM-DateDernierPaiement TO TD-DernierPaiement (TD-Index)
    END-IF
    .

*> Recherche (et création au besoin) de l'entrée de la succursale dans
*> la table des totaux.
ChercherSuccursale.
    SET SuccursalePasTrouvee TO TRUE
    MOVE ZERO TO SR-Position
    PERFORM ChercherUneSuccursale
        VARYING SR-Index FROM 1 BY 1
        UNTIL SR-Index > SR-Nombre OR SuccursaleTrouvee

    IF SuccursalePasTrouvee
        IF SR-Nombre >= 50
            DISPLAY "*** Nombre maximal de succursales (50) atteint -- ",
                    "succursale ", SR-Recherche,
                    " cumulée à la première entrée ***"
            MOVE 1 TO SR-Position
        ELSE
            ADD 1 TO SR-Nombre
            SET SR-Index TO SR-Nombre
            MOVE SR-Recherche TO SR-Code (SR-Index)
            PERFORM InitialiserTrancheSuccursale
                VARYING SR-IndexTranche FROM 1 BY 1
                UNTIL SR-IndexTranche > 5
            MOVE SR-Nombre TO SR-Position
        END-IF
    END-IF
    .

ChercherUneSuccursale.
    IF SR-Code (SR-Index) = SR-Recherche
        SET SuccursaleTrouvee TO TRUE
        MOVE SR-Index TO SR-Position
    END-IF
    .

InitialiserTrancheSuccursale.
    MOVE ZERO TO SR-NombreComptes (SR-Index, SR-IndexTranche)
    MOVE ZERO TO SR-Soldes (SR-Index, SR-IndexTranche)
    MOVE ZERO TO SR-Souffrance (SR-Index, SR-IndexTranche)
    .

*> --------------------------------------------------------------------
*> Tri de la liste de recouvrement par succursale, puis du retard le
*> plus ancien au plus récent, puis par compte (tri à bulles sur la
*> table, comme les relevés de clients).
*> --------------------------------------------------------------------

TrierRetards.
    SET TriEnCours TO TRUE
    PERFORM PasseDeTri UNTIL TriTermine
    .

PasseDeTri.
    SET TriTermine TO TRUE
    PERFORM ComparerUnePaire
        VARYING TR-Position FROM 1 BY 1
        UNTIL TR-Position >= TD-NombreComptes
    .

ComparerUnePaire.
    COMPUTE TR-Suivante = TR-Position + 1
    IF TD-Succursale (TR-Position) > TD-Succursale (TR-Suivante)
       OR (TD-Succursale (TR-Position) = TD-Succursale (TR-Suivante)
           AND TD-JoursRetard (TR-Position) < TD-JoursRetard (TR-Suivante))
       OR (TD-Succursale (TR-Position) = TD-Succursale (TR-Suivante)
           AND TD-JoursRetard (TR-Position) = TD-JoursRetard (TR-Suivante)
           AND TD-NumeroCompte (TR-Position) > TD-NumeroCompte (TR-Suivante))
        MOVE TD-Compte (TR-Position) TO TR-Tampon
        MOVE TD-Compte (TR-Suivante) TO TD-Compte (TR-Position)
        MOVE TR-Tampon               TO TD-Compte (TR-Suivante)
        SET TriEnCours TO TRUE
    END-IF
    .

*> --------------------------------------------------------------------
*> Rapport des retards : le portefeuille par tranche, puis chaque
*> succursale par tranche (nombre de comptes, soldes, montants en
*> souffrance).
*> --------------------------------------------------------------------

ProduireRapportRetards.
    OPEN OUTPUT RapportRetards

    MOVE SPACES TO LT-Texte
    STRING "Classement des retards de paiement au " DELIMITED BY SIZE
           AR-Date                                  DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte

    MOVE "Portefeuille (comptes actifs avec échéancier)" TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    PERFORM EcrireEnTeteTranches
    PERFORM EcrireTranchePortefeuille
        VARYING TT-Index FROM 1 BY 1 UNTIL TT-Index > 5

    INITIALIZE EnrRapportTranche
    MOVE "Sans échéancier"   TO RR-Libelle
    MOVE TT-SansEcheancier   TO RR-Nombre
    MOVE TT-SoldesSansEch    TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte            TO RR-Soldes
    WRITE EnrRapportTranche

    PERFORM EcrireRetardsSuccursale
        VARYING SR-Index FROM 1 BY 1 UNTIL SR-Index > SR-Nombre

    CLOSE RapportRetards
    .

EcrireEnTeteTranches.
    MOVE SPACES TO LT-Texte
    STRING "Tranche                Comptes  Soldes                "
        DELIMITED BY SIZE
           "Montants en souffrance" DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    .

EcrireTranchePortefeuille.
    INITIALIZE EnrRapportTranche
    MOVE LibelleTranche (TT-Index) TO RR-Libelle
    MOVE TT-Nombre (TT-Index)      TO RR-Nombre
    MOVE TT-Soldes (TT-Index)      TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte                  TO RR-Soldes
    MOVE TT-Souffrance (TT-Index)  TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte                  TO RR-Souffrance
    WRITE EnrRapportTranche
    .

EcrireRetardsSuccursale.
    MOVE SPACES TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    STRING "Succursale "       DELIMITED BY SIZE
           SR-Code (SR-Index)  DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    PERFORM EcrireEnTeteTranches
    PERFORM EcrireTrancheSuccursale
        VARYING SR-IndexTranche FROM 1 BY 1 UNTIL SR-IndexTranche > 5
    .

EcrireTrancheSuccursale.
    INITIALIZE EnrRapportTranche
    MOVE LibelleTranche (SR-IndexTranche) TO RR-Libelle
    MOVE SR-NombreComptes (SR-Index, SR-IndexTranche) TO RR-Nombre
    MOVE SR-Soldes (SR-Index, SR-IndexTranche) TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO RR-Soldes
    MOVE SR-Souffrance (SR-Index, SR-IndexTranche) TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO RR-Souffrance
    WRITE EnrRapportTranche
    .

*> --------------------------------------------------------------------
*> Liste de recouvrement : un bloc par succursale, les comptes en
*> retard du plus ancien au plus récent, avec le total en souffrance de
*> la succursale.
*> --------------------------------------------------------------------

ProduireListeRecouvrement.
    OPEN OUTPUT ListeRecouvrement
    SET AucuneSuccursaleEditee TO TRUE

    MOVE SPACES TO LT-Texte
    STRING "Liste de recouvrement au " DELIMITED BY SIZE
           AR-Date                     DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte

    IF TD-NombreComptes = ZERO
        MOVE "Aucun compte en retard" TO LT-Texte
        WRITE EnrListeTexte FROM LT-Texte
    ELSE
        PERFORM EditerUnRetard
            VARYING TD-Index FROM 1 BY 1 UNTIL TD-Index > TD-NombreComptes
        PERFORM EcrireTotalSuccursale
    END-IF

    CLOSE ListeRecouvrement
    .

EditerUnRetard.
    IF AucuneSuccursaleEditee
       OR TD-Succursale (TD-Index) NOT = EL-SuccursaleCourante
        PERFORM EcrireTotalSuccursale
        MOVE TD-Succursale (TD-Index) TO EL-SuccursaleCourante
        SET SuccursaleDejaEditee TO TRUE
        MOVE ZERO TO EL-NombreSuccursale
        MOVE ZERO TO EL-TotalSuccursale
        PERFORM EcrireEnTeteSuccursale
    END-IF

    INITIALIZE EnrListeCompte
    MOVE TD-NumeroCompte (TD-Index)    TO LR-NumeroCompte
    MOVE TD-NumeroClient (TD-Index)    TO LR-NumeroClient
    MOVE TD-JoursRetard (TD-Index)     TO LR-JoursRetard
    MOVE LibelleTranche (TD-Tranche (TD-Index)) TO LR-Tranche
    MOVE TD-DateEcheance (TD-Index)    TO LR-DateEcheance
    MOVE TD-Souffrance (TD-Index)      TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte                      TO LR-Souffrance
    MOVE TD-Solde (TD-Index)           TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte                      TO LR-Solde
    MOVE TD-DernierPaiement (TD-Index) TO LR-DernierPaiement
    WRITE EnrListeCompte

    ADD 1 TO EL-NombreSuccursale
    ADD TD-Souffrance (TD-Index) TO EL-TotalSuccursale
    .

EcrireEnTeteSuccursale.
    MOVE SPACES TO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte
    STRING "Succursale "         DELIMITED BY SIZE
           EL-SuccursaleCourante DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Compte    Client  Jours  Tranche   Échéance  "
        DELIMITED BY SIZE
           "En souffrance         Solde                 Dernier paiement"
        DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrListeTexte FROM LT-Texte
    .

EcrireTotalSuccursale.
    IF SuccursaleDejaEditee
        MOVE SPACES TO LT-Texte
        MOVE EL-NombreSuccursale TO EL-CompteurEdite
        MOVE EL-TotalSuccursale  TO MF-Montant
        PERFORM FormaterMontant
        STRING "Comptes en retard : " DELIMITED BY SIZE
               EL-CompteurEdite       DELIMITED BY SIZE
               "   Total en souffrance : " DELIMITED BY SIZE
               MF-Texte               DELIMITED BY SIZE
            INTO LT-Texte
        WRITE EnrListeTexte FROM LT-Texte
    END-IF
    .

FormaterMontant.
    MOVE MF-Montant TO MF-MontantEdite
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
