IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Strates IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Stratification du portefeuille pour la gestion des risques : chaque
*> compte du fichier maître des prêts est compté, avec son solde, dans
*> sa tranche de taux (taux au dossier, par tranches de 2 points), sa
*> tranche de solde et sa succursale, les comptes actifs et les comptes
*> fermés étant présentés à part. Les bornes des tranches de solde sont
*> entretenues d'ici (tranches_soldes.txt, bornes supérieures en ordre
*> croissant, la dernière tranche étant ouverte) ; sans fichier, les
*> bornes compilées s'appliquent. Le palmarès des clients additionne le
*> solde de tous leurs comptes et donne la part de chacun dans le solde
*> du portefeuille : un client au-delà de la limite de concentration de
*> la politique de prêt (politique_pret.txt, SSH5201-Politique) est
*> signalé et toujours listé, même hors du palmarès demandé. Le rapport
*> (rapport_stratification.txt) est doublé d'un extrait délimité par des
*> points-virgules (extrait_stratification.txt) des mêmes chiffres, pour
*> les outils de la gestion des risques. Chaque passage est inscrit au
*> journal des exécutions commun.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile   ASSIGN TO "pret_maitre.dat"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS PM-NumeroCompte
                            FILE STATUS IS PretMaitre-Statut.
    SELECT PolitiqueFile    ASSIGN TO "politique_pret.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Politique-Statut.
    SELECT TranchesSoldesFile ASSIGN TO "tranches_soldes.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS TranchesSoldes-Statut.
    SELECT RapportStrates   ASSIGN TO "rapport_stratification.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS RapportStrates-Statut.
    SELECT ExtraitStrates   ASSIGN TO "extrait_stratification.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS ExtraitStrates-Statut.
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

FD  PolitiqueFile.
01  EnrPolitique.
    02 PL-TauxMinimum      PIC 99V99.
    02 PL-TauxMaximum      PIC 99V99.
    02 PL-PeriodesMaximum  PIC 99.
    02 PL-ToleranceEcart   PIC 9(5)V99.
    02 PL-DateEffective    PIC 9(08).
    02 PL-CodeAutorisation PIC X(08).
    02 PL-LimiteConcentration PIC 99V99.

FD  TranchesSoldesFile.
01  EnrTrancheSolde.
    02 ES-Borne PIC 9(9)V99.

FD  RapportStrates.
01  EnrRapportTexte PIC X(130).
01  EnrRapportStrate.
    02 RS-Libelle       PIC X(26).
    02 RS-NombreActifs  PIC ZZZZZZ9.
    02 RS-FillerA       PIC X(02) VALUE SPACES.
    02 RS-SoldesActifs  PIC X(26).
    02 RS-FillerB       PIC X(02) VALUE SPACES.
    02 RS-NombreFermes  PIC ZZZZZZ9.
    02 RS-FillerC       PIC X(02) VALUE SPACES.
    02 RS-SoldesFermes  PIC X(26).
    02 RS-FillerD       PIC X(02) VALUE SPACES.
    02 RS-Part          PIC ZZ9.99.
    02 RS-Pourcent      PIC X(02).
01  EnrRapportClient.
    02 RC-Rang          PIC ZZZ9.
    02 RC-FillerA       PIC X(02) VALUE SPACES.
    02 RC-NumeroClient  PIC 9(06).
    02 RC-FillerB       PIC X(02) VALUE SPACES.
    02 RC-NombreActifs  PIC ZZZZ9.
    02 RC-FillerC       PIC X(02) VALUE SPACES.
    02 RC-NombreFermes  PIC ZZZZ9.
    02 RC-FillerD       PIC X(02) VALUE SPACES.
    02 RC-SoldeCombine  PIC X(26).
    02 RC-FillerE       PIC X(02) VALUE SPACES.
    02 RC-Part          PIC ZZ9.99.
    02 RC-Pourcent      PIC X(02).
    02 RC-FillerF       PIC X(02) VALUE SPACES.
    02 RC-Depassement   PIC X(10).

FD  ExtraitStrates.
01  EnrExtrait PIC X(160).

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
    02 PretMaitre-Statut       PIC X(02) VALUE SPACES.
    02 Politique-Statut        PIC X(02) VALUE SPACES.
    02 TranchesSoldes-Statut   PIC X(02) VALUE SPACES.
    02 RapportStrates-Statut   PIC X(02) VALUE SPACES.
    02 ExtraitStrates-Statut   PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut PIC X(02) VALUE SPACES.
    02 FinMaitre               PIC X(01) VALUE "N".
       88 PasFinMaitre VALUE "N".
       88 FinDeMaitre  VALUE "O".
    02 FinPolitique            PIC X(01) VALUE "N".
       88 PasFinPolitique VALUE "N".
       88 FinDePolitique  VALUE "O".
    02 FinTranches             PIC X(01) VALUE "N".
       88 PasFinTranches VALUE "N".
       88 FinDesTranches VALUE "O".

01 ModeStrates.
    02 SM-Choix PIC 9 VALUE 9.
       88 SM-Retour      VALUE 0.
       88 SM-Produire    VALUE 1.
       88 SM-Tranches    VALUE 2.

01 DateArrete.
    02 AR-Date PIC 9(08) VALUE ZERO.

*> Limite de concentration : part maximale du solde du portefeuille
*> qu'un client peut détenir, selon la politique en vigueur.
01 PolitiqueConcentration.
    02 PO-LimiteConcentration PIC 99V99    VALUE 10.00.
    02 PO-DateAppliquee       PIC 9(08)    VALUE ZERO.

*> Tranches de taux au dossier : 2 points chacune, la dernière ouverte.
01 TableLibellesTaux.
    02 FILLER PIC X(16) VALUE " 0.00 -  1.99 %".
    02 FILLER PIC X(16) VALUE " 2.00 -  3.99 %".
    02 FILLER PIC X(16) VALUE " 4.00 -  5.99 %".
    02 FILLER PIC X(16) VALUE " 6.00 -  7.99 %".
    02 FILLER PIC X(16) VALUE " 8.00 -  9.99 %".
    02 FILLER PIC X(16) VALUE "10.00 - 11.99 %".
    02 FILLER PIC X(16) VALUE "12.00 % et plus".
01 TableLibellesTauxR REDEFINES TableLibellesTaux.
    02 LibelleTaux OCCURS 7 TIMES PIC X(16).

01 TableClesTaux.
    02 FILLER PIC X(11) VALUE "00.00-01.99".
    02 FILLER PIC X(11) VALUE "02.00-03.99".
    02 FILLER PIC X(11) VALUE "04.00-05.99".
    02 FILLER PIC X(11) VALUE "06.00-07.99".
    02 FILLER PIC X(11) VALUE "08.00-09.99".
    02 FILLER PIC X(11) VALUE "10.00-11.99".
    02 FILLER PIC X(11) VALUE "12.00+".
01 TableClesTauxR REDEFINES TableClesTaux.
    02 CleTaux OCCURS 7 TIMES PIC X(11).

01 TotauxTaux.
    02 TT-Tranche OCCURS 7 TIMES INDEXED BY TT-Index.
       03 TT-NombreActifs PIC 9(07).
       03 TT-SoldesActifs PIC 9(13)V99.
       03 TT-NombreFermes PIC 9(07).
       03 TT-SoldesFermes PIC 9(13)V99.
    02 TT-Quotient PIC 99 VALUE ZERO.

*> Bornes compilées des tranches de solde, quand tranches_soldes.txt est
*> absent ou vide.
01 TableBornesDefaut.
    02 FILLER PIC 9(9)V99 VALUE 10000.00.
    02 FILLER PIC 9(9)V99 VALUE 50000.00.
    02 FILLER PIC 9(9)V99 VALUE 100000.00.
    02 FILLER PIC 9(9)V99 VALUE 250000.00.
    02 FILLER PIC 9(9)V99 VALUE 500000.00.
01 TableBornesDefautR REDEFINES TableBornesDefaut.
    02 BorneDefaut OCCURS 5 TIMES PIC 9(9)V99.

*> Tranches de solde : au plus 9 bornes, plus la tranche ouverte.
01 TotauxSoldes.
    02 TS-NombreBornes    PIC 99 VALUE ZERO.
    02 TS-Nombre          PIC 99 VALUE ZERO.
    02 TS-BornePrecedente PIC 9(9)V99 VALUE ZERO.
    02 TS-Tranche OCCURS 10 TIMES INDEXED BY TS-Index.
       03 TS-Borne        PIC 9(9)V99.
       03 TS-Libelle      PIC X(26).
       03 TS-Cle          PIC X(16).
       03 TS-NombreActifs PIC 9(07).
       03 TS-SoldesActifs PIC 9(13)V99.
       03 TS-NombreFermes PIC 9(07).
       03 TS-SoldesFermes PIC 9(13)V99.

01 SaisieBornes.
    02 SB-Nombre     PIC 99        VALUE ZERO.
    02 SB-Saisie     PIC 9(9)V99   VALUE ZERO.
    02 SB-Borne OCCURS 9 TIMES PIC 9(9)V99.
    02 SB-Fin        PIC X(01)     VALUE "N".
       88 SaisieEnCours  VALUE "N".
       88 SaisieTerminee VALUE "O".
    02 SB-Reponse    PIC X(01)     VALUE SPACE.
    02 SB-Autorite   PIC X(01)     VALUE "O".
       88 TranchesModifiables    VALUE "O".
       88 TranchesNonModifiables VALUE "N".

01 EditionBorne.
    02 EB-BorneEditee PIC ZZZ,ZZZ,ZZ9.99.
    02 EB-BorneCle    PIC Z(8)9.99.
    02 EB-Espaces     PIC 99 VALUE ZERO.

*> Totaux par succursale.
01 TableSuccursales.
    02 SR-Nombre PIC 99 VALUE ZERO.
    02 SR-Entree OCCURS 50 TIMES INDEXED BY SR-Index.
       03 SR-Code         PIC 9(03).
       03 SR-NombreActifs PIC 9(07).
       03 SR-SoldesActifs PIC 9(13)V99.
       03 SR-NombreFermes PIC 9(07).
       03 SR-SoldesFermes PIC 9(13)V99.
    02 SR-Recherche    PIC 9(03) VALUE ZERO.
    02 SR-Position     PIC 99    VALUE ZERO.
    02 SR-TrouveFanion PIC X(01) VALUE "N".
       88 SuccursaleTrouvee    VALUE "O".
       88 SuccursalePasTrouvee VALUE "N".

*> Expositions par client, tous comptes confondus.
01 TableClients.
    02 TC-Nombre PIC 9(04) VALUE ZERO.
    02 TC-Client OCCURS 1000 TIMES INDEXED BY TC-Index.
       03 TC-SoldeCombine PIC 9(11)V99.
       03 TC-NumeroClient PIC 9(06).
       03 TC-NombreActifs PIC 9(05).
       03 TC-SoldesActifs PIC 9(11)V99.
       03 TC-NombreFermes PIC 9(05).
       03 TC-SoldesFermes PIC 9(11)V99.
    02 TC-Recherche    PIC 9(06) VALUE ZERO.
    02 TC-Position     PIC 9(04) VALUE ZERO.
    02 TC-TrouveFanion PIC X(01) VALUE "N".
       88 ClientTrouve    VALUE "O".
       88 ClientPasTrouve VALUE "N".

01 TriClients.
    02 TR-Position PIC 9(04) VALUE ZERO.
    02 TR-Suivante PIC 9(04) VALUE ZERO.
    02 TR-Echange  PIC X(01) VALUE "N".
       88 TriTermine VALUE "N".
       88 TriEnCours VALUE "O".
    02 TR-Tampon   PIC X(55).

01 TotauxPortefeuille.
    02 PT-NombreActifs PIC 9(07)    VALUE ZERO.
    02 PT-SoldesActifs PIC 9(13)V99 VALUE ZERO.
    02 PT-NombreFermes PIC 9(07)    VALUE ZERO.
    02 PT-SoldesFermes PIC 9(13)V99 VALUE ZERO.
    02 PT-SoldesTotal  PIC 9(13)V99 VALUE ZERO.

01 CompteursStrates.
    02 NombreComptesLus     PIC 9(07) VALUE ZERO.
    02 NombreClientsHorsTable PIC 9(07) VALUE ZERO.
    02 NombreDepassements   PIC 9(07) VALUE ZERO.

01 Palmares.
    02 PA-Demande    PIC 9(04) VALUE ZERO.
    02 PA-NombreListe PIC 9(04) VALUE ZERO.

01 CalculPart.
    02 CP-Solde PIC 9(13)V99 VALUE ZERO.
    02 CP-Part  PIC 999V99   VALUE ZERO.

*> Ligne d'une strate, écrite à la fois au rapport et à l'extrait.
01 LigneStrate.
    02 LS-Type         PIC X(10) VALUE SPACES.
    02 LS-Cle          PIC X(16) VALUE SPACES.
    02 LS-Libelle      PIC X(26) VALUE SPACES.
    02 LS-NombreActifs PIC 9(07) VALUE ZERO.
    02 LS-SoldesActifs PIC 9(13)V99 VALUE ZERO.
    02 LS-NombreFermes PIC 9(07) VALUE ZERO.
    02 LS-SoldesFermes PIC 9(13)V99 VALUE ZERO.
    02 LS-Depassement  PIC X(01) VALUE SPACE.

*> Zones numériques de l'extrait : point décimal, sans séparateur de
*> milliers ni symbole de devise.
01 ZonesExtrait.
    02 XE-NombreActifs PIC 9(07).
    02 XE-SoldesActifs PIC 9(13).99.
    02 XE-NombreFermes PIC 9(07).
    02 XE-SoldesFermes PIC 9(13).99.
    02 XE-Part         PIC 9(03).99.
    02 XE-Ligne        PIC X(160) VALUE SPACES.

01 Autorisation.
    02 AU-Operateur PIC X(08) VALUE SPACES.

01 JournalisationExecution.
    02 JEX-Phase  PIC X(05) VALUE SPACES.
    02 JEX-Statut PIC X(12) VALUE SPACES.

01 ParametresDevise.
    02 SymboleDevise PIC X(03) VALUE "$".

*> Totaux du portefeuille : le montant formaté va jusqu'à 13 chiffres.
01 MontantFormate.
    02 MF-Montant      PIC 9(13)V99 VALUE ZERO.
    02 MF-MontantEdite PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
    02 MF-Texte        PIC X(26) VALUE SPACES.

01 EditionCompteurs.
    02 EC-Nombre  PIC ZZZZZZ9.
    02 EC-Limite  PIC Z9.99.

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
    DISPLAY "Stratification du portefeuille et concentration par client"
    DISPLAY SPACE

    SET TranchesModifiables TO TRUE
    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LO-Operateur TO AU-Operateur
        IF LO-AutPolitique NOT = "O"
            SET TranchesNonModifiables TO TRUE
        END-IF
    ELSE
        DISPLAY "Identifiant de l'opérateur :  " WITH NO ADVANCING
        ACCEPT  AU-Operateur
    END-IF

    PERFORM TraiterUnChoix UNTIL SM-Retour
    GOBACK
    .

TraiterUnChoix.
    DISPLAY SPACE
    DISPLAY "  1 - Stratification, palmarès des clients et extrait"
    DISPLAY "  2 - Tranches de solde (consultation, redéfinition)"
    DISPLAY "  0 - Retour"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  SM-Choix

    EVALUATE TRUE
        WHEN SM-Produire
            PERFORM ProduireStratification
        WHEN SM-Tranches
            PERFORM EntretenirTranchesSoldes
        WHEN SM-Retour
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Choix invalide ***"
    END-EVALUATE
    .

*> --------------------------------------------------------------------
*> Production : un passage sur le fichier maître cumule les strates et
*> les expositions par client ; le palmarès est ensuite trié par solde
*> combiné décroissant.
*> --------------------------------------------------------------------

ProduireStratification.
    ACCEPT AR-Date FROM DATE YYYYMMDD
    PERFORM ChargerTranchesSoldes
    PERFORM ChargerPolitiquePret

    DISPLAY "Nombre de clients au palmarès (0 = 10) :  " WITH NO ADVANCING
    ACCEPT  PA-Demande
    IF PA-Demande = ZERO
        MOVE 10 TO PA-Demande
    END-IF

    INITIALIZE TotauxTaux
    INITIALIZE TableSuccursales
    INITIALIZE TableClients
    INITIALIZE TotauxPortefeuille
    INITIALIZE CompteursStrates
    PERFORM InitialiserTrancheSolde
        VARYING TS-Index FROM 1 BY 1 UNTIL TS-Index > TS-Nombre

    PERFORM JournaliserExecutionDebut

    SET PasFinMaitre TO TRUE
    OPEN INPUT PretMaitreFile

    IF PretMaitre-Statut NOT = "00"
        DISPLAY "*** Erreur : fichier maître des prêts introuvable (statut ",
                 PretMaitre-Statut, ") -- stratification annulée ***"
        MOVE 8 TO RETURN-CODE
        MOVE "ANNULEE" TO JEX-Statut
    ELSE
        PERFORM StratifierUnCompte UNTIL FinDeMaitre
        CLOSE PretMaitreFile

        PERFORM TrierClients
        PERFORM CompterDepassements
        PERFORM ProduireRapportEtExtrait

        DISPLAY SPACE
        DISPLAY "Stratification terminée -- ", NombreComptesLus,
                " compte(s), ", TC-Nombre, " client(s), ",
                NombreDepassements, " client(s) au-delà de la limite"
        IF NombreClientsHorsTable > ZERO
            DISPLAY "*** ", NombreClientsHorsTable, " compte(s) de clients ",
                    "hors de la table des clients (1000) -- absents du ",
                    "palmarès ***"
        END-IF
        DISPLAY "Rapport : rapport_stratification.txt -- extrait : ",
                "extrait_stratification.txt"
        MOVE "TERMINE" TO JEX-Statut
    END-IF

    PERFORM JournaliserExecutionFin
    .

InitialiserTrancheSolde.
    MOVE ZERO TO TS-NombreActifs (TS-Index)
    MOVE ZERO TO TS-SoldesActifs (TS-Index)
    MOVE ZERO TO TS-NombreFermes (TS-Index)
    MOVE ZERO TO TS-SoldesFermes (TS-Index)
    .

*> Même règle que le lot : la dernière politique dont la date d'effet est
*> atteinte s'applique ; un enregistrement sans limite de concentration
*> garde la valeur compilée.
ChargerPolitiquePret.
    MOVE 10.00 TO PO-LimiteConcentration
    MOVE ZERO  TO PO-DateAppliquee
    SET PasFinPolitique TO TRUE
    OPEN INPUT PolitiqueFile
    IF Politique-Statut = "00"
        PERFORM ChargerUnePolitique UNTIL FinDePolitique
        CLOSE PolitiqueFile
    END-IF
    .

ChargerUnePolitique.
    READ PolitiqueFile
        AT END
            SET FinDePolitique TO TRUE
        NOT AT END
            IF PL-DateEffective <= AR-Date
                MOVE PL-DateEffective TO PO-DateAppliquee
                IF PL-LimiteConcentration IS NUMERIC
                   AND PL-LimiteConcentration NOT = ZERO
                    MOVE PL-LimiteConcentration TO PO-LimiteConcentration
                ELSE
                    MOVE 10.00 TO PO-LimiteConcentration
                END-IF
            END-IF
    END-READ
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
    MOVE "SSH5201-Strates" TO JE-Programme
    MOVE AU-Operateur      TO JE-Operateur
    MOVE JEX-Phase         TO JE-Phase
    IF JEX-Phase = "FIN"
        MOVE NombreComptesLus   TO JE-NombreLus
        MOVE NombreComptesLus   TO JE-NombreTraites
        MOVE NombreDepassements TO JE-NombreRejetes
    END-IF
    MOVE JEX-Statut        TO JE-Statut
    WRITE EnrJournalExecution
    CLOSE JournalExecution
    .

*> --------------------------------------------------------------------
*> Strates d'un compte : tranche de taux, tranche de solde, succursale
*> et client, du côté actif ou fermé selon l'état du compte.
*> --------------------------------------------------------------------

StratifierUnCompte.
    READ PretMaitreFile NEXT RECORD
        AT END
            SET FinDeMaitre TO TRUE
        NOT AT END
            ADD 1 TO NombreComptesLus
            PERFORM CumulerPortefeuille
            PERFORM CumulerTrancheTaux
            PERFORM CumulerTrancheSolde
            PERFORM CumulerSuccursale
            PERFORM CumulerClient
    END-READ
    .

CumulerPortefeuille.
    IF CompteFerme
        ADD 1        TO PT-NombreFermes
        ADD PM-Solde TO PT-SoldesFermes
    ELSE
        ADD 1        TO PT-NombreActifs
        ADD PM-Solde TO PT-SoldesActifs
    END-IF
    ADD PM-Solde TO PT-SoldesTotal
    .

CumulerTrancheTaux.
    DIVIDE PM-TauxDossier BY 2 GIVING TT-Quotient
    IF TT-Quotient > 6
        MOVE 6 TO TT-Quotient
    END-IF
    SET TT-Index TO TT-Quotient
    SET TT-Index UP BY 1
    IF CompteFerme
        ADD 1        TO TT-NombreFermes (TT-Index)
        ADD PM-Solde TO TT-SoldesFermes (TT-Index)
    ELSE
        ADD 1        TO TT-NombreActifs (TT-Index)
        ADD PM-Solde TO TT-SoldesActifs (TT-Index)
    END-IF
    .

*> La borne de la dernière tranche est le plus grand solde possible :
*> la recherche s'arrête toujours dans la table.
CumulerTrancheSolde.
    SET TS-Index TO 1
    PERFORM AvancerTrancheSolde UNTIL PM-Solde <= TS-Borne (TS-Index)
    IF CompteFerme
        ADD 1        TO TS-NombreFermes (TS-Index)
        ADD PM-Solde TO TS-SoldesFermes (TS-Index)
    ELSE
        ADD 1        TO TS-NombreActifs (TS-Index)
        ADD PM-Solde TO TS-SoldesActifs (TS-Index)
    END-IF
    .

AvancerTrancheSolde.
    SET TS-Index UP BY 1
    .

CumulerSuccursale.
    MOVE PM-Succursale TO SR-Recherche
    PERFORM ChercherSuccursale
    SET SR-Index TO SR-Position
    IF CompteFerme
        ADD 1        TO SR-NombreFermes (SR-Index)
        ADD PM-Solde TO SR-SoldesFermes (SR-Index)
    ELSE
        ADD 1        TO SR-NombreActifs (SR-Index)
        ADD PM-Solde TO SR-SoldesActifs (SR-Index)
    END-IF
    .

CumulerClient.
    MOVE PM-NumeroClient TO TC-Recherche
    PERFORM ChercherClient
    IF ClientPasTrouve
        ADD 1 TO NombreClientsHorsTable
    ELSE
        SET TC-Index TO TC-Position
        IF CompteFerme
            ADD 1        TO TC-NombreFermes (TC-Index)
            ADD PM-Solde TO TC-SoldesFermes (TC-Index)
        ELSE
            ADD 1        TO TC-NombreActifs (TC-Index)
            ADD PM-Solde TO TC-SoldesActifs (TC-Index)
        END-IF
        ADD PM-Solde TO TC-SoldeCombine (TC-Index)
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
            MOVE ZERO TO SR-NombreActifs (SR-Index)
            MOVE ZERO TO SR-SoldesActifs (SR-Index)
            MOVE ZERO TO SR-NombreFermes (SR-Index)
            MOVE ZERO TO SR-SoldesFermes (SR-Index)
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

*> Même recherche pour le client ; quand la table est pleine, le compte
*> reste dans les strates mais le client n'entre pas au palmarès.
ChercherClient.
    SET ClientPasTrouve TO TRUE
    MOVE ZERO TO TC-Position
    PERFORM ChercherUnClient
        VARYING TC-Index FROM 1 BY 1
        UNTIL TC-Index > TC-Nombre OR ClientTrouve

    IF ClientPasTrouve AND TC-Nombre < 1000
        ADD 1 TO TC-Nombre
        SET TC-Index TO TC-Nombre
        MOVE TC-Recherche TO TC-NumeroClient (TC-Index)
        MOVE ZERO TO TC-SoldeCombine (TC-Index)
        MOVE ZERO TO TC-NombreActifs (TC-Index)
        MOVE ZERO TO TC-SoldesActifs (TC-Index)
        MOVE ZERO TO TC-NombreFermes (TC-Index)
        MOVE ZERO TO TC-SoldesFermes (TC-Index)
        MOVE TC-Nombre TO TC-Position
        SET ClientTrouve TO TRUE
    END-IF
    .

ChercherUnClient.
    IF TC-NumeroClient (TC-Index) = TC-Recherche
        SET ClientTrouve TO TRUE
        MOVE TC-Index TO TC-Position
    END-IF
    .

*> --------------------------------------------------------------------
*> Palmarès : tri à bulles des clients par solde combiné décroissant,
*> puis par numéro de client. Les clients au-delà de la limite sont
*> forcément en tête ; la liste est allongée pour tous les montrer.
*> --------------------------------------------------------------------

TrierClients.
    SET TriEnCours TO TRUE
    PERFORM PasseDeTri UNTIL TriTermine
    .

PasseDeTri.
    SET TriTermine TO TRUE
    PERFORM ComparerUnePaire
        VARYING TR-Position FROM 1 BY 1
        UNTIL TR-Position >= TC-Nombre
    .

ComparerUnePaire.
    COMPUTE TR-Suivante = TR-Position + 1
    IF TC-SoldeCombine (TR-Position) < TC-SoldeCombine (TR-Suivante)
       OR (TC-SoldeCombine (TR-Position) = TC-SoldeCombine (TR-Suivante)
           AND TC-NumeroClient (TR-Position) > TC-NumeroClient (TR-Suivante))
        MOVE TC-Client (TR-Position) TO TR-Tampon
        MOVE TC-Client (TR-Suivante) TO TC-Client (TR-Position)
        MOVE TR-Tampon               TO TC-Client (TR-Suivante)
        SET TriEnCours TO TRUE
    END-IF
    .

CompterDepassements.
    MOVE ZERO TO NombreDepassements
    PERFORM CompterUnDepassement
        VARYING TC-Index FROM 1 BY 1 UNTIL TC-Index > TC-Nombre

    MOVE PA-Demande TO PA-NombreListe
    IF NombreDepassements > PA-NombreListe
        MOVE NombreDepassements TO PA-NombreListe
    END-IF
    IF PA-NombreListe > TC-Nombre
        MOVE TC-Nombre TO PA-NombreListe
    END-IF
    .

CompterUnDepassement.
    MOVE TC-SoldeCombine (TC-Index) TO CP-Solde
    PERFORM CalculerPart
    IF CP-Part > PO-LimiteConcentration
        ADD 1 TO NombreDepassements
    END-IF
    .

*> Part d'un solde dans le solde total du portefeuille (comptes actifs
*> et fermés), en pourcentage.
CalculerPart.
    MOVE ZERO TO CP-Part
    IF PT-SoldesTotal > ZERO
        COMPUTE CP-Part ROUNDED = CP-Solde * 100 / PT-SoldesTotal
    END-IF
    .

*> --------------------------------------------------------------------
*> Rapport et extrait : le portefeuille, chaque dimension (taux, solde,
*> succursale) avec son total, puis le palmarès des clients.
*> Extrait : TYPE;STRATE;COMPTES_ACTIFS;SOLDES_ACTIFS;COMPTES_FERMES;
*> SOLDES_FERMES;PART_PCT;DEPASSEMENT -- une ligne par strate ou par
*> client ; DEPASSEMENT vaut O ou N pour les clients, vide ailleurs.
*> --------------------------------------------------------------------

ProduireRapportEtExtrait.
    OPEN OUTPUT RapportStrates
    OPEN OUTPUT ExtraitStrates

    MOVE SPACES TO LT-Texte
    STRING "Stratification du portefeuille au " DELIMITED BY SIZE
           AR-Date                               DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte

    MOVE SPACES TO XE-Ligne
    STRING "TYPE;STRATE;COMPTES_ACTIFS;SOLDES_ACTIFS;COMPTES_FERMES;"
        DELIMITED BY SIZE
           "SOLDES_FERMES;PART_PCT;DEPASSEMENT" DELIMITED BY SIZE
        INTO XE-Ligne
    WRITE EnrExtrait FROM XE-Ligne

    MOVE "Portefeuille" TO LT-Texte
    PERFORM EcrireEnTeteDimension
    PERFORM EcrireTotalPortefeuille

    MOVE "Par tranche de taux au dossier" TO LT-Texte
    PERFORM EcrireEnTeteDimension
    PERFORM EcrireTrancheTaux
        VARYING TT-Index FROM 1 BY 1 UNTIL TT-Index > 7
    PERFORM EcrireTotalDimension

    MOVE "Par tranche de solde" TO LT-Texte
    PERFORM EcrireEnTeteDimension
    PERFORM EcrireTrancheSolde
        VARYING TS-Index FROM 1 BY 1 UNTIL TS-Index > TS-Nombre
    PERFORM EcrireTotalDimension

    MOVE "Par succursale" TO LT-Texte
    PERFORM EcrireEnTeteDimension
    PERFORM EcrireSuccursale
        VARYING SR-Index FROM 1 BY 1 UNTIL SR-Index > SR-Nombre
    PERFORM EcrireTotalDimension

    PERFORM EcrirePalmares

    CLOSE ExtraitStrates
    CLOSE RapportStrates
    .

*> Le titre de la dimension est placé dans LT-Texte par l'appelant.
EcrireEnTeteDimension.
    MOVE SPACES TO EnrRapportTexte
    WRITE EnrRapportTexte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Strate                    Actifs  Soldes actifs             "
        DELIMITED BY SIZE
           "  Fermés  Soldes fermés               Part"
        DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    .

EcrireTotalPortefeuille.
    MOVE "TOTAL"               TO LS-Type
    MOVE "PORTEFEUILLE"        TO LS-Cle
    MOVE "Tous les comptes"    TO LS-Libelle
    MOVE PT-NombreActifs       TO LS-NombreActifs
    MOVE PT-SoldesActifs       TO LS-SoldesActifs
    MOVE PT-NombreFermes       TO LS-NombreFermes
    MOVE PT-SoldesFermes       TO LS-SoldesFermes
    PERFORM EcrireLigneStrate
    .

*> Le total de chaque dimension est celui du portefeuille : il va au
*> rapport seulement, l'extrait le porte une fois.
EcrireTotalDimension.
    INITIALIZE EnrRapportStrate
    MOVE "Total"         TO RS-Libelle
    MOVE PT-NombreActifs TO RS-NombreActifs
    MOVE PT-SoldesActifs TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RS-SoldesActifs
    MOVE PT-NombreFermes TO RS-NombreFermes
    MOVE PT-SoldesFermes TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RS-SoldesFermes
    MOVE PT-SoldesTotal  TO CP-Solde
    PERFORM CalculerPart
    MOVE CP-Part         TO RS-Part
    MOVE " %"            TO RS-Pourcent
    WRITE EnrRapportStrate
    .

EcrireTrancheTaux.
    MOVE "TAUX"                     TO LS-Type
    MOVE CleTaux (TT-Index)         TO LS-Cle
    MOVE LibelleTaux (TT-Index)     TO LS-Libelle
    MOVE TT-NombreActifs (TT-Index) TO LS-NombreActifs
    MOVE TT-SoldesActifs (TT-Index) TO LS-SoldesActifs
    MOVE TT-NombreFermes (TT-Index) TO LS-NombreFermes
    MOVE TT-SoldesFermes (TT-Index) TO LS-SoldesFermes
    PERFORM EcrireLigneStrate
    .

EcrireTrancheSolde.
    MOVE "SOLDE"                    TO LS-Type
    MOVE TS-Cle (TS-Index)          TO LS-Cle
    MOVE TS-Libelle (TS-Index)      TO LS-Libelle
    MOVE TS-NombreActifs (TS-Index) TO LS-NombreActifs
    MOVE TS-SoldesActifs (TS-Index) TO LS-SoldesActifs
    MOVE TS-NombreFermes (TS-Index) TO LS-NombreFermes
    MOVE TS-SoldesFermes (TS-Index) TO LS-SoldesFermes
    PERFORM EcrireLigneStrate
    .

EcrireSuccursale.
    MOVE "SUCCURSALE"               TO LS-Type
    MOVE SPACES                     TO LS-Cle
    MOVE SR-Code (SR-Index)         TO LS-Cle
    MOVE SPACES                     TO LS-Libelle
    STRING "Succursale "      DELIMITED BY SIZE
           SR-Code (SR-Index) DELIMITED BY SIZE
        INTO LS-Libelle
    MOVE SR-NombreActifs (SR-Index) TO LS-NombreActifs
    MOVE SR-SoldesActifs (SR-Index) TO LS-SoldesActifs
    MOVE SR-NombreFermes (SR-Index) TO LS-NombreFermes
    MOVE SR-SoldesFermes (SR-Index) TO LS-SoldesFermes
    PERFORM EcrireLigneStrate
    .

EcrireLigneStrate.
    COMPUTE CP-Solde = LS-SoldesActifs + LS-SoldesFermes
    PERFORM CalculerPart

    INITIALIZE EnrRapportStrate
    MOVE LS-Libelle      TO RS-Libelle
    MOVE LS-NombreActifs TO RS-NombreActifs
    MOVE LS-SoldesActifs TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RS-SoldesActifs
    MOVE LS-NombreFermes TO RS-NombreFermes
    MOVE LS-SoldesFermes TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte        TO RS-SoldesFermes
    MOVE CP-Part         TO RS-Part
    MOVE " %"            TO RS-Pourcent
    WRITE EnrRapportStrate

    MOVE SPACE TO LS-Depassement
    PERFORM EcrireLigneExtrait
    .

EcrireLigneExtrait.
    MOVE LS-NombreActifs TO XE-NombreActifs
    MOVE LS-SoldesActifs TO XE-SoldesActifs
    MOVE LS-NombreFermes TO XE-NombreFermes
    MOVE LS-SoldesFermes TO XE-SoldesFermes
    MOVE CP-Part         TO XE-Part
    MOVE SPACES TO XE-Ligne
    STRING LS-Type         DELIMITED BY SPACE
           ";"             DELIMITED BY SIZE
           LS-Cle          DELIMITED BY SPACE
           ";"             DELIMITED BY SIZE
           XE-NombreActifs DELIMITED BY SIZE
           ";"             DELIMITED BY SIZE
           XE-SoldesActifs DELIMITED BY SIZE
           ";"             DELIMITED BY SIZE
           XE-NombreFermes DELIMITED BY SIZE
           ";"             DELIMITED BY SIZE
           XE-SoldesFermes DELIMITED BY SIZE
           ";"             DELIMITED BY SIZE
           XE-Part         DELIMITED BY SIZE
           ";"             DELIMITED BY SIZE
           LS-Depassement  DELIMITED BY SPACE
        INTO XE-Ligne
    WRITE EnrExtrait FROM XE-Ligne
    .

EcrirePalmares.
    MOVE SPACES TO EnrRapportTexte
    WRITE EnrRapportTexte
    MOVE SPACES TO LT-Texte
    MOVE PA-NombreListe TO EC-Nombre
    STRING "Palmarès des clients par solde combiné (" DELIMITED BY SIZE
           EC-Nombre                                   DELIMITED BY SIZE
           " client(s))"                               DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Rang  Client  Actifs  Fermés  Solde combiné             "
        DELIMITED BY SIZE
           "    Part    Limite" DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte

    IF PA-NombreListe = ZERO
        MOVE "Aucun client au fichier maître" TO LT-Texte
        WRITE EnrRapportTexte FROM LT-Texte
    ELSE
        PERFORM EcrireUnClient
            VARYING TC-Index FROM 1 BY 1 UNTIL TC-Index > PA-NombreListe
    END-IF

    MOVE SPACES TO EnrRapportTexte
    WRITE EnrRapportTexte
    MOVE SPACES TO LT-Texte
    MOVE PO-LimiteConcentration TO EC-Limite
    MOVE NombreDepassements     TO EC-Nombre
    STRING "Limite de concentration : " DELIMITED BY SIZE
           EC-Limite                    DELIMITED BY SIZE
           " % du portefeuille -- "     DELIMITED BY SIZE
           EC-Nombre                    DELIMITED BY SIZE
           " client(s) au-delà"         DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    .

EcrireUnClient.
    MOVE TC-SoldeCombine (TC-Index) TO CP-Solde
    PERFORM CalculerPart

    INITIALIZE EnrRapportClient
    SET TC-Position TO TC-Index
    MOVE TC-Position TO RC-Rang
    MOVE TC-NumeroClient (TC-Index) TO RC-NumeroClient
    MOVE TC-NombreActifs (TC-Index) TO RC-NombreActifs
    MOVE TC-NombreFermes (TC-Index) TO RC-NombreFermes
    MOVE TC-SoldeCombine (TC-Index) TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte                   TO RC-SoldeCombine
    MOVE CP-Part                    TO RC-Part
    MOVE " %"                       TO RC-Pourcent
    IF CP-Part > PO-LimiteConcentration
        MOVE "DÉPASSE"              TO RC-Depassement
        MOVE "O"                    TO LS-Depassement
    ELSE
        MOVE "N"                    TO LS-Depassement
    END-IF
    WRITE EnrRapportClient

    MOVE "CLIENT"                   TO LS-Type
    MOVE TC-NumeroClient (TC-Index) TO LS-Cle
    MOVE TC-NombreActifs (TC-Index) TO LS-NombreActifs
    MOVE TC-SoldesActifs (TC-Index) TO LS-SoldesActifs
    MOVE TC-NombreFermes (TC-Index) TO LS-NombreFermes
    MOVE TC-SoldesFermes (TC-Index) TO LS-SoldesFermes
    PERFORM EcrireLigneExtrait
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
*> Tranches de solde : bornes supérieures en ordre croissant, au plus
*> 9 ; une borne non numérique ou qui ne dépasse pas la précédente est
*> écartée. La tranche ouverte (au-delà de la dernière borne) reçoit le
*> plus grand solde possible comme borne.
*> --------------------------------------------------------------------

ChargerTranchesSoldes.
    MOVE ZERO TO TS-NombreBornes
    MOVE ZERO TO TS-BornePrecedente
    SET PasFinTranches TO TRUE
    OPEN INPUT TranchesSoldesFile
    IF TranchesSoldes-Statut = "00"
        PERFORM ChargerUneBorne UNTIL FinDesTranches
        CLOSE TranchesSoldesFile
    END-IF

    IF TS-NombreBornes = ZERO
        PERFORM PrendreBorneDefaut
            VARYING TS-Index FROM 1 BY 1 UNTIL TS-Index > 5
        MOVE 5 TO TS-NombreBornes
    END-IF

    COMPUTE TS-Nombre = TS-NombreBornes + 1
    SET TS-Index TO TS-Nombre
    MOVE 999999999.99 TO TS-Borne (TS-Index)
    PERFORM ConstruireLibelleTranche
        VARYING TS-Index FROM 1 BY 1 UNTIL TS-Index > TS-Nombre
    .

ChargerUneBorne.
    READ TranchesSoldesFile
        AT END
            SET FinDesTranches TO TRUE
        NOT AT END
            IF ES-Borne IS NUMERIC
               AND ES-Borne > TS-BornePrecedente
               AND TS-NombreBornes < 9
                ADD 1 TO TS-NombreBornes
                SET TS-Index TO TS-NombreBornes
                MOVE ES-Borne TO TS-Borne (TS-Index)
                MOVE ES-Borne TO TS-BornePrecedente
            ELSE
                DISPLAY "*** Borne de tranche de solde écartée : ",
                        EnrTrancheSolde, " ***"
            END-IF
    END-READ
    .

PrendreBorneDefaut.
    MOVE BorneDefaut (TS-Index) TO TS-Borne (TS-Index)
    .

*> Rapport : « Jusqu'à 10,000.00 », « Plus de 500,000.00 » ;
*> extrait : « <=10000.00 », « >500000.00 ».
ConstruireLibelleTranche.
    MOVE SPACES TO TS-Libelle (TS-Index)
    MOVE SPACES TO TS-Cle (TS-Index)
    IF TS-Index > TS-NombreBornes
        MOVE TS-Borne (TS-Index - 1) TO EB-BorneEditee
        MOVE TS-Borne (TS-Index - 1) TO EB-BorneCle
    ELSE
        MOVE TS-Borne (TS-Index) TO EB-BorneEditee
        MOVE TS-Borne (TS-Index) TO EB-BorneCle
    END-IF

    MOVE ZERO TO EB-Espaces
    INSPECT EB-BorneEditee TALLYING EB-Espaces FOR LEADING SPACES
    IF TS-Index > TS-NombreBornes
        STRING "Plus de "                      DELIMITED BY SIZE
               EB-BorneEditee (EB-Espaces + 1:) DELIMITED BY SIZE
            INTO TS-Libelle (TS-Index)
    ELSE
        STRING "Jusqu'à "                      DELIMITED BY SIZE
               EB-BorneEditee (EB-Espaces + 1:) DELIMITED BY SIZE
            INTO TS-Libelle (TS-Index)
    END-IF

    MOVE ZERO TO EB-Espaces
    INSPECT EB-BorneCle TALLYING EB-Espaces FOR LEADING SPACES
    IF TS-Index > TS-NombreBornes
        STRING ">"                          DELIMITED BY SIZE
               EB-BorneCle (EB-Espaces + 1:) DELIMITED BY SIZE
            INTO TS-Cle (TS-Index)
    ELSE
        STRING "<="                         DELIMITED BY SIZE
               EB-BorneCle (EB-Espaces + 1:) DELIMITED BY SIZE
            INTO TS-Cle (TS-Index)
    END-IF
    .

*> Consultation des tranches en vigueur ; la redéfinition est réservée
*> à l'autorité de politique, comme l'entretien des limites.
EntretenirTranchesSoldes.
    PERFORM ChargerTranchesSoldes
    DISPLAY SPACE
    DISPLAY "Tranches de solde en vigueur :"
    PERFORM AfficherUneTranche
        VARYING TS-Index FROM 1 BY 1 UNTIL TS-Index > TS-Nombre

    IF TranchesNonModifiables
        DISPLAY "*** Redéfinition des tranches réservée à l'autorité ",
                "de politique ***"
    ELSE
        DISPLAY "Redéfinir les tranches de solde (O/N) :  "
            WITH NO ADVANCING
        ACCEPT  SB-Reponse
        IF SB-Reponse = "O" OR SB-Reponse = "o"
            PERFORM RedefinirTranchesSoldes
        END-IF
    END-IF
    .

AfficherUneTranche.
    DISPLAY "  ", TS-Libelle (TS-Index)
    .

RedefinirTranchesSoldes.
    MOVE ZERO TO SB-Nombre
    SET SaisieEnCours TO TRUE
    PERFORM SaisirUneBorne UNTIL SaisieTerminee

    IF SB-Nombre = ZERO
        DISPLAY "*** Aucune borne saisie -- tranches inchangées ***"
    ELSE
        OPEN OUTPUT TranchesSoldesFile
        IF TranchesSoldes-Statut NOT = "00"
            DISPLAY "*** Erreur d'écriture de tranches_soldes.txt (statut ",
                    TranchesSoldes-Statut, ") -- tranches inchangées ***"
        ELSE
            PERFORM EcrireUneBorne
                VARYING TS-Index FROM 1 BY 1 UNTIL TS-Index > SB-Nombre
            CLOSE TranchesSoldesFile
            PERFORM ChargerTranchesSoldes
            DISPLAY "Tranches de solde redéfinies :"
            PERFORM AfficherUneTranche
                VARYING TS-Index FROM 1 BY 1 UNTIL TS-Index > TS-Nombre
        END-IF
    END-IF
    .

SaisirUneBorne.
    MOVE ZERO TO SB-Saisie
    COMPUTE EC-Nombre = SB-Nombre + 1
    DISPLAY "Borne supérieure de la tranche", EC-Nombre,
            " (0 = fin) :  " WITH NO ADVANCING
    ACCEPT  SB-Saisie

    IF SB-Saisie = ZERO
        SET SaisieTerminee TO TRUE
    ELSE
        IF SB-Nombre > ZERO AND SB-Saisie <= SB-Borne (SB-Nombre)
            DISPLAY "*** La borne doit dépasser la précédente ***"
        ELSE
            ADD 1 TO SB-Nombre
            MOVE SB-Saisie TO SB-Borne (SB-Nombre)
            IF SB-Nombre >= 9
                SET SaisieTerminee TO TRUE
            END-IF
        END-IF
    END-IF
    .

EcrireUneBorne.
    MOVE SB-Borne (TS-Index) TO ES-Borne
    WRITE EnrTrancheSolde
    .
