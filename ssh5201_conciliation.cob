IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Conciliation IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Conciliation du registre des prêts au grand livre : le total des
*> soldes des comptes actifs du fichier maître des prêts est comparé à
*> la position cumulée du compte 120100 (prêts en cours) tirée de
*> gl_interface.txt, ajoutée au solde d'ouverture du compte
*> (solde_ouverture_prets.txt -- date et montant à partir desquels
*> l'interface fait foi). Le mouvement du compte est ventilé par
*> activité -- avances et paiements du lot, capitalisation, prélèvements
*> retournés -- et l'écart est expliqué par les changements de solde
*> faits à la main dans SSH5201-Maitre (journal_maitre.txt, qui ne
*> passent pas au grand livre) et par les soldes laissés sur les comptes
*> fermés ; ce qui reste est l'écart non expliqué. Le rapport
*> (rapport_conciliation.txt) est conservé d'un passage à l'autre.
*> La comptabilité approuve la conciliation d'une période
*> (conciliations_approuvees.txt) une fois la période terminée ;
*> SSH5201-FinPeriode refuse de clôturer une période sans cette
*> approbation. Chaque conciliation est inscrite au journal des
*> exécutions commun (statut BALANCE ou ECART).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile   ASSIGN TO "pret_maitre.dat"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS PM-NumeroCompte
                            FILE STATUS IS PretMaitre-Statut.
    SELECT GrandLivreFile   ASSIGN TO "gl_interface.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS GrandLivre-Statut.
    SELECT JournalFile      ASSIGN TO "journal_maitre.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Journal-Statut.
    SELECT OuvertureFile    ASSIGN TO "solde_ouverture_prets.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Ouverture-Statut.
    SELECT CalendrierFile   ASSIGN TO "calendrier_periodes.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Calendrier-Statut.
    SELECT ApprobationFile  ASSIGN TO "conciliations_approuvees.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Approbation-Statut.
    SELECT RapportFile      ASSIGN TO "rapport_conciliation.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Rapport-Statut.
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

FD  GrandLivreFile.
01  EnrGrandLivre.
    02 GL-TypeEnr      PIC X(01).
       88 EcritureGL VALUE "E".
    02 GL-CompteGL     PIC 9(06).
    02 GL-SensDC       PIC X(01).
    02 GL-Montant      PIC 9(11)V99.
    02 GL-NumeroCompte PIC 9(08).
    02 GL-DatePiece    PIC 9(08).
    02 GL-IdLot        PIC X(15).
    02 GL-IdLotR REDEFINES GL-IdLot.
       03 GL-OrigineLot PIC X(03).
       03 FILLER        PIC X(12).

FD  JournalFile.
01  EnrJournalMaitre.
    02 JM-Date           PIC 9(08).
    02 JM-Heure          PIC 9(08).
    02 JM-Operateur      PIC X(08).
    02 JM-FillerA        PIC X(02).
    02 JM-NumeroCompte   PIC 9(08).
    02 JM-FillerB        PIC X(02).
    02 JM-Champ          PIC X(24).
    02 JM-AncienneValeur PIC X(20).
    02 JM-FillerC        PIC X(02).
    02 JM-NouvelleValeur PIC X(20).

FD  OuvertureFile.
01  EnrOuverture.
    02 SO-DateOuverture PIC 9(08).
    02 SO-FillerA       PIC X(02) VALUE SPACES.
    02 SO-Solde         PIC 9(13)V99.
    02 SO-FillerB       PIC X(02) VALUE SPACES.
    02 SO-Operateur     PIC X(08).

FD  CalendrierFile.
01  EnrCalendrier.
    02 CP-NumeroPeriode PIC 9(06).
    02 CP-DateDebut     PIC 9(08).
    02 CP-DateFin       PIC 9(08).
    02 CP-Etat          PIC X(01).

FD  ApprobationFile.
01  EnrApprobation.
    02 RA-NumeroPeriode    PIC 9(06).
    02 RA-FillerA          PIC X(02) VALUE SPACES.
    02 RA-Date             PIC 9(08).
    02 RA-Heure            PIC 9(08).
    02 RA-FillerB          PIC X(02) VALUE SPACES.
    02 RA-Operateur        PIC X(08).
    02 RA-FillerC          PIC X(02) VALUE SPACES.
    02 RA-SoldeRegistre    PIC 9(13)V99.
    02 RA-FillerD          PIC X(02) VALUE SPACES.
    02 RA-PositionGL       PIC S9(13)V99 SIGN LEADING SEPARATE.
    02 RA-FillerE          PIC X(02) VALUE SPACES.
    02 RA-EcartNonExplique PIC S9(13)V99 SIGN LEADING SEPARATE.

FD  RapportFile.
01  EnrRapportTexte PIC X(110).
01  EnrRapportTotal.
    02 RT-Libelle PIC X(40).
    02 RT-Valeur  PIC -,---,---,---,--9.99.
    02 RT-FillerA PIC X(02) VALUE SPACES.
    02 RT-Nombre  PIC X(20).

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
    02 GrandLivre-Statut       PIC X(02) VALUE SPACES.
    02 Journal-Statut          PIC X(02) VALUE SPACES.
    02 Ouverture-Statut        PIC X(02) VALUE SPACES.
    02 Calendrier-Statut       PIC X(02) VALUE SPACES.
    02 Approbation-Statut      PIC X(02) VALUE SPACES.
    02 Rapport-Statut          PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut PIC X(02) VALUE SPACES.
    02 FinMaitre               PIC X(01) VALUE "N".
       88 PasFinMaitre VALUE "N".
       88 FinDeMaitre  VALUE "O".
    02 FinGrandLivre           PIC X(01) VALUE "N".
       88 PasFinGrandLivre VALUE "N".
       88 FinDuGrandLivre  VALUE "O".
    02 FinJournal              PIC X(01) VALUE "N".
       88 PasFinJournal VALUE "N".
       88 FinDuJournal  VALUE "O".
    02 FinFichier              PIC X(01) VALUE "N".
       88 PasFinFichier VALUE "N".
       88 FinDuFichier  VALUE "O".

01 ModeConciliation.
    02 RP-Choix PIC 9 VALUE 9.
       88 RP-Retour     VALUE 0.
       88 RP-Produire   VALUE 1.
       88 RP-Approuver  VALUE 2.
       88 RP-Ouverture  VALUE 3.
       88 RP-Lister     VALUE 4.

01 ComptesGrandLivre.
    02 CG-ComptePrets PIC 9(06) VALUE 120100.

01 SoldeOuverture.
    02 OU-DateOuverture PIC 9(08)    VALUE ZERO.
    02 OU-Solde         PIC 9(13)V99 VALUE ZERO.
    02 OU-Operateur     PIC X(08)    VALUE SPACES.
    02 OU-Presente      PIC X(01)    VALUE "N".
       88 OuvertureInscrite VALUE "O".
       88 OuvertureAbsente  VALUE "N".

*> Registre auxiliaire : comptes actifs et comptes fermés.
01 TotauxRegistre.
    02 TR-NombreActifs  PIC 9(07)    VALUE ZERO.
    02 TR-SoldesActifs  PIC 9(13)V99 VALUE ZERO.
    02 TR-NombreFermes  PIC 9(07)    VALUE ZERO.
    02 TR-SoldesFermes  PIC 9(13)V99 VALUE ZERO.
    02 TR-NombreLus     PIC 9(07)    VALUE ZERO.

*> Mouvement du compte 120100 ventilé par activité d'origine.
01 TotauxGrandLivre.
    02 TG-NombreEcritures PIC 9(07)    VALUE ZERO.
    02 TG-Avances         PIC 9(13)V99 VALUE ZERO.
    02 TG-Paiements       PIC 9(13)V99 VALUE ZERO.
    02 TG-Capitalisation  PIC 9(13)V99 VALUE ZERO.
    02 TG-Retours         PIC 9(13)V99 VALUE ZERO.
    02 TG-AutresDebits    PIC 9(13)V99 VALUE ZERO.
    02 TG-AutresCredits   PIC 9(13)V99 VALUE ZERO.
    02 TG-Position        PIC S9(13)V99 VALUE ZERO.

*> Changements de solde faits à la main au fichier maître.
01 TotauxManuels.
    02 TM-Nombre  PIC 9(07)    VALUE ZERO.
    02 TM-Hausses PIC 9(13)V99 VALUE ZERO.
    02 TM-Baisses PIC 9(13)V99 VALUE ZERO.
    02 TM-Net     PIC S9(13)V99 VALUE ZERO.
    02 TM-Ancien  PIC 9(11)V99 VALUE ZERO.
    02 TM-Nouveau PIC 9(11)V99 VALUE ZERO.

01 ResultatConciliation.
    02 RR-Ecart        PIC S9(13)V99 VALUE ZERO.
    02 RR-NonExplique  PIC S9(13)V99 VALUE ZERO.
    02 RR-Valeur       PIC S9(13)V99 VALUE ZERO.
    02 RR-Equilibre    PIC X(01)     VALUE "N".
       88 ConciliationEquilibre   VALUE "O".
       88 ConciliationDesequilibre VALUE "N".

*> Valeurs du journal du fichier maître, éditées par SSH5201-Maitre.
01 DeEdition.
    02 DE-Zone PIC X(20) VALUE SPACES.
    02 DE-ZoneR REDEFINES DE-Zone.
       03 DE-Edite   PIC Z,ZZZ,ZZZ,ZZ9.99.
       03 DE-Suffixe PIC X(04).
    02 DE-Montant PIC 9(11)V99 VALUE ZERO.

01 PeriodeApprouvee.
    02 PA-NumeroPeriode PIC 9(06) VALUE ZERO.
    02 PA-DateDebut     PIC 9(08) VALUE ZERO.
    02 PA-DateFin       PIC 9(08) VALUE ZERO.
    02 PA-Etat          PIC X(01) VALUE SPACE.
    02 PA-Trouvee       PIC X(01) VALUE "N".
       88 PeriodeTrouvee    VALUE "O".
       88 PeriodePasTrouvee VALUE "N".
    02 PA-Reponse       PIC X(01) VALUE "N".
       88 PA-ReponseOui VALUE "O", "o".

01 EntreesOuverture.
    02 EO-Date  PIC 9(08)    VALUE ZERO.
    02 EO-Solde PIC 9(13)V99 VALUE ZERO.

01 DureeCalcul.
    02 DC-Date        PIC 9(08) VALUE ZERO.
    02 DC-DateR REDEFINES DC-Date.
       03 DC-Annee PIC 9(04).
       03 DC-Mois  PIC 9(02).
       03 DC-Jour  PIC 9(02).
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

01 Horodatage.
    02 HR-Date  PIC 9(08) VALUE ZERO.
    02 HR-Heure PIC 9(08) VALUE ZERO.

01 JournalisationExecution.
    02 JEX-Phase  PIC X(05) VALUE SPACES.
    02 JEX-Statut PIC X(12) VALUE SPACES.

01 EditionNombre.
    02 EN-Nombre PIC ZZZZZZ9.

01 EditionMontant.
    02 EM-Montant PIC -,---,---,---,--9.99.

01 LigneTitre.
    02 LT-Texte PIC X(110) VALUE SPACES.

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
    DISPLAY "Conciliation du registre des prêts au grand livre"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LO-Operateur TO AU-Operateur
    ELSE
        DISPLAY "Identifiant de l'opérateur :  " WITH NO ADVANCING
        ACCEPT  AU-Operateur
    END-IF

    PERFORM TraiterUnChoix UNTIL RP-Retour
    GOBACK
    .

TraiterUnChoix.
    DISPLAY SPACE
    DISPLAY "  1 - Produire la conciliation (rapport_conciliation.txt)"
    DISPLAY "  2 - Approuver la conciliation d'une période"
    DISPLAY "  3 - Inscrire le solde d'ouverture du compte 120100"
    DISPLAY "  4 - Lister les conciliations approuvées"
    DISPLAY "  0 - Retour"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  RP-Choix

    EVALUATE TRUE
        WHEN RP-Produire
            PERFORM ProduireConciliation
        WHEN RP-Approuver
            PERFORM ApprouverConciliation
        WHEN RP-Ouverture
            PERFORM InscrireSoldeOuverture
        WHEN RP-Lister
            PERFORM ListerApprobations
        WHEN RP-Retour
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Choix invalide ***"
    END-EVALUATE
    .

*> --------------------------------------------------------------------
*> Conciliation : registre auxiliaire, position du 120100 au grand
*> livre, écart et explication de l'écart. Le rapport est ajouté à
*> rapport_conciliation.txt et le passage est journalisé.
*> --------------------------------------------------------------------

ProduireConciliation.
    MOVE "DEBUT"    TO JEX-Phase
    MOVE "EN COURS" TO JEX-Statut
    PERFORM EcrireJournalExecution

    PERFORM EtablirConciliation
    IF PretMaitre-Statut NOT = "00"
        MOVE "ANNULEE" TO JEX-Statut
    ELSE
        PERFORM EcrireRapport
        PERFORM AfficherConciliation
        IF ConciliationEquilibre
            MOVE "BALANCE" TO JEX-Statut
        ELSE
            MOVE "ECART"   TO JEX-Statut
        END-IF
    END-IF

    MOVE "FIN" TO JEX-Phase
    PERFORM EcrireJournalExecution
    .

EtablirConciliation.
    PERFORM ChargerSoldeOuverture
    PERFORM TotaliserRegistre
    IF PretMaitre-Statut = "00"
        PERFORM TotaliserGrandLivre
        PERFORM TotaliserChangementsManuels

        COMPUTE TG-Position = OU-Solde
                            + TG-Avances + TG-Capitalisation + TG-Retours
                            + TG-AutresDebits
                            - TG-Paiements - TG-AutresCredits
        COMPUTE RR-Ecart = TR-SoldesActifs - TG-Position
        COMPUTE TM-Net = TM-Hausses - TM-Baisses
        *> Un compte fermé sort du registre des comptes actifs avec son
        *> solde, qui reste au 120100 tant qu'il n'est pas radié.
        COMPUTE RR-NonExplique = RR-Ecart - TM-Net + TR-SoldesFermes
        IF RR-NonExplique = ZERO
            SET ConciliationEquilibre TO TRUE
        ELSE
            SET ConciliationDesequilibre TO TRUE
        END-IF
    END-IF
    .

ChargerSoldeOuverture.
    MOVE ZERO   TO OU-DateOuverture
    MOVE ZERO   TO OU-Solde
    MOVE SPACES TO OU-Operateur
    SET OuvertureAbsente TO TRUE
    OPEN INPUT OuvertureFile
    IF Ouverture-Statut = "00"
        READ OuvertureFile
            NOT AT END
                MOVE SO-DateOuverture TO OU-DateOuverture
                MOVE SO-Solde         TO OU-Solde
                MOVE SO-Operateur     TO OU-Operateur
                SET OuvertureInscrite TO TRUE
        END-READ
        CLOSE OuvertureFile
    END-IF
    .

TotaliserRegistre.
    MOVE ZERO TO TR-NombreActifs
    MOVE ZERO TO TR-SoldesActifs
    MOVE ZERO TO TR-NombreFermes
    MOVE ZERO TO TR-SoldesFermes
    MOVE ZERO TO TR-NombreLus
    SET PasFinMaitre TO TRUE
    OPEN INPUT PretMaitreFile

    IF PretMaitre-Statut NOT = "00"
        DISPLAY "*** Erreur : fichier maître des prêts introuvable (statut ",
                 PretMaitre-Statut, ") -- conciliation annulée ***"
    ELSE
        PERFORM TotaliserUnCompte UNTIL FinDeMaitre
        CLOSE PretMaitreFile
        MOVE "00" TO PretMaitre-Statut
    END-IF
    .

TotaliserUnCompte.
    READ PretMaitreFile NEXT RECORD
        AT END
            SET FinDeMaitre TO TRUE
        NOT AT END
            ADD 1 TO TR-NombreLus
            IF CompteFerme
                ADD 1        TO TR-NombreFermes
                ADD PM-Solde TO TR-SoldesFermes
            ELSE
                ADD 1        TO TR-NombreActifs
                ADD PM-Solde TO TR-SoldesActifs
            END-IF
    END-READ
    .

*> Seules les écritures du 120100 datées du jour d'ouverture ou après
*> sont retenues ; l'origine de l'écriture se lit au préfixe du numéro
*> de lot (LOT lot de transactions, CAP capitalisation, RET prélèvements
*> retournés).
TotaliserGrandLivre.
    MOVE ZERO TO TG-NombreEcritures
    MOVE ZERO TO TG-Avances
    MOVE ZERO TO TG-Paiements
    MOVE ZERO TO TG-Capitalisation
    MOVE ZERO TO TG-Retours
    MOVE ZERO TO TG-AutresDebits
    MOVE ZERO TO TG-AutresCredits
    SET PasFinGrandLivre TO TRUE
    OPEN INPUT GrandLivreFile

    IF GrandLivre-Statut NOT = "00"
        DISPLAY "Interface grand livre absente (statut ", GrandLivre-Statut,
                ") -- mouvement du 120100 à zéro"
    ELSE
        PERFORM TotaliserUneEcriture UNTIL FinDuGrandLivre
        CLOSE GrandLivreFile
    END-IF
    .

TotaliserUneEcriture.
    READ GrandLivreFile
        AT END
            SET FinDuGrandLivre TO TRUE
        NOT AT END
            IF EcritureGL
               AND GL-CompteGL = CG-ComptePrets
               AND GL-DatePiece >= OU-DateOuverture
                ADD 1 TO TG-NombreEcritures
                PERFORM VentilerEcriture
            END-IF
    END-READ
    .

VentilerEcriture.
    EVALUATE TRUE
        WHEN GL-OrigineLot = "LOT" AND GL-SensDC = "D"
            ADD GL-Montant TO TG-Avances
        WHEN GL-OrigineLot = "LOT" AND GL-SensDC = "C"
            ADD GL-Montant TO TG-Paiements
        WHEN GL-OrigineLot = "CAP" AND GL-SensDC = "D"
            ADD GL-Montant TO TG-Capitalisation
        WHEN GL-OrigineLot = "RET" AND GL-SensDC = "D"
            ADD GL-Montant TO TG-Retours
        WHEN GL-SensDC = "D"
            ADD GL-Montant TO TG-AutresDebits
        WHEN OTHER
            ADD GL-Montant TO TG-AutresCredits
    END-EVALUATE
    .

*> Le solde d'un compte créé ou modifié dans SSH5201-Maitre est inscrit
*> au journal du fichier maître sous « Solde d'ouverture » ou « Solde »,
*> avec l'ancienne et la nouvelle valeur éditées.
TotaliserChangementsManuels.
    MOVE ZERO TO TM-Nombre
    MOVE ZERO TO TM-Hausses
    MOVE ZERO TO TM-Baisses
    SET PasFinJournal TO TRUE
    OPEN INPUT JournalFile
    IF Journal-Statut = "00"
        PERFORM TotaliserUnChangement UNTIL FinDuJournal
        CLOSE JournalFile
    END-IF
    .

TotaliserUnChangement.
    READ JournalFile
        AT END
            SET FinDuJournal TO TRUE
        NOT AT END
            IF (JM-Champ = "Solde" OR JM-Champ = "Solde d'ouverture")
               AND JM-Date IS NUMERIC
               AND JM-Date >= OU-DateOuverture
                ADD 1 TO TM-Nombre
                MOVE JM-AncienneValeur TO DE-Zone
                PERFORM DeEditerMontant
                MOVE DE-Montant TO TM-Ancien
                MOVE JM-NouvelleValeur TO DE-Zone
                PERFORM DeEditerMontant
                MOVE DE-Montant TO TM-Nouveau
                IF TM-Nouveau > TM-Ancien
                    COMPUTE TM-Hausses = TM-Hausses + TM-Nouveau - TM-Ancien
                ELSE
                    COMPUTE TM-Baisses = TM-Baisses + TM-Ancien - TM-Nouveau
                END-IF
            END-IF
    END-READ
    .

DeEditerMontant.
    IF DE-Edite = SPACES
        MOVE ZERO TO DE-Montant
    ELSE
        MOVE DE-Edite TO DE-Montant
    END-IF
    .

AfficherConciliation.
    DISPLAY SPACE
    MOVE TR-SoldesActifs TO EM-Montant
    DISPLAY "Soldes des comptes actifs      :  ", EM-Montant
    MOVE TG-Position TO EM-Montant
    DISPLAY "Position du 120100             :  ", EM-Montant
    MOVE RR-Ecart TO EM-Montant
    DISPLAY "Écart (registre - grand livre) :  ", EM-Montant
    MOVE TM-Net TO EM-Montant
    DISPLAY "Changements manuels de solde   :  ", EM-Montant
    COMPUTE RR-Valeur = ZERO - TR-SoldesFermes
    MOVE RR-Valeur TO EM-Montant
    DISPLAY "Soldes des comptes fermés      :  ", EM-Montant
    MOVE RR-NonExplique TO EM-Montant
    DISPLAY "Écart non expliqué             :  ", EM-Montant
    DISPLAY Separateur
    IF ConciliationEquilibre
        DISPLAY "Registre et grand livre conciliés -- rapport dans ",
                "rapport_conciliation.txt"
    ELSE
        DISPLAY "*** Attention : écart non expliqué -- voir ",
                "rapport_conciliation.txt ***"
    END-IF
    .

EcrireRapport.
    OPEN EXTEND RapportFile
    IF Rapport-Statut = "35"
        OPEN OUTPUT RapportFile
    END-IF

    ACCEPT HR-Date FROM DATE YYYYMMDD
    ACCEPT HR-Heure FROM TIME

    MOVE SPACES TO LT-Texte
    STRING "Conciliation du registre des prêts au compte " DELIMITED BY SIZE
           CG-ComptePrets                      DELIMITED BY SIZE
           " -- établi le "                    DELIMITED BY SIZE
           HR-Date                             DELIMITED BY SIZE
           " à "                               DELIMITED BY SIZE
           HR-Heure (1:4)                      DELIMITED BY SIZE
           " par "                             DELIMITED BY SIZE
           AU-Operateur                        DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte

    MOVE SPACES TO LT-Texte
    IF OuvertureInscrite
        STRING "Solde d'ouverture inscrit au " DELIMITED BY SIZE
               OU-DateOuverture               DELIMITED BY SIZE
               " par "                        DELIMITED BY SIZE
               OU-Operateur                   DELIMITED BY SIZE
            INTO LT-Texte
    ELSE
        STRING "Aucun solde d'ouverture inscrit -- position depuis la ",
               "première écriture de l'interface" DELIMITED BY SIZE
            INTO LT-Texte
    END-IF
    WRITE EnrRapportTexte FROM LT-Texte

    MOVE SPACES TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE "Registre auxiliaire (pret_maitre.dat)" TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE "  Soldes des comptes actifs         :" TO RT-Libelle
    MOVE TR-SoldesActifs TO RR-Valeur
    MOVE TR-NombreActifs TO EN-Nombre
    PERFORM EcrireLigneNombre
    MOVE "  Soldes des comptes fermés         :" TO RT-Libelle
    MOVE TR-SoldesFermes TO RR-Valeur
    MOVE TR-NombreFermes TO EN-Nombre
    PERFORM EcrireLigneNombre

    MOVE SPACES TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Compte " DELIMITED BY SIZE
           CG-ComptePrets DELIMITED BY SIZE
           " prêts en cours (gl_interface.txt)" DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE "  Solde d'ouverture                 :" TO RT-Libelle
    MOVE OU-Solde TO RR-Valeur
    PERFORM EcrireLigneMontant
    MOVE "  Avances du lot                    :" TO RT-Libelle
    MOVE TG-Avances TO RR-Valeur
    PERFORM EcrireLigneMontant
    MOVE "  Paiements du lot                  :" TO RT-Libelle
    COMPUTE RR-Valeur = ZERO - TG-Paiements
    PERFORM EcrireLigneMontant
    MOVE "  Capitalisation des intérêts       :" TO RT-Libelle
    MOVE TG-Capitalisation TO RR-Valeur
    PERFORM EcrireLigneMontant
    MOVE "  Prélèvements retournés            :" TO RT-Libelle
    MOVE TG-Retours TO RR-Valeur
    PERFORM EcrireLigneMontant
    MOVE "  Autres débits                     :" TO RT-Libelle
    MOVE TG-AutresDebits TO RR-Valeur
    PERFORM EcrireLigneMontant
    MOVE "  Autres crédits                    :" TO RT-Libelle
    COMPUTE RR-Valeur = ZERO - TG-AutresCredits
    PERFORM EcrireLigneMontant
    MOVE "  Position du grand livre           :" TO RT-Libelle
    MOVE TG-Position TO RR-Valeur
    MOVE TG-NombreEcritures TO EN-Nombre
    PERFORM EcrireLigneNombre

    MOVE SPACES TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE "Écart et explication" TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    MOVE "  Écart (registre - grand livre)    :" TO RT-Libelle
    MOVE RR-Ecart TO RR-Valeur
    PERFORM EcrireLigneMontant
    MOVE "  Changements manuels de solde      :" TO RT-Libelle
    MOVE TM-Net TO RR-Valeur
    MOVE TM-Nombre TO EN-Nombre
    PERFORM EcrireLigneNombre
    MOVE "  Soldes des comptes fermés         :" TO RT-Libelle
    COMPUTE RR-Valeur = ZERO - TR-SoldesFermes
    PERFORM EcrireLigneMontant
    MOVE "  Écart non expliqué                :" TO RT-Libelle
    MOVE RR-NonExplique TO RR-Valeur
    PERFORM EcrireLigneMontant

    MOVE SPACES TO LT-Texte
    WRITE EnrRapportTexte FROM LT-Texte
    CLOSE RapportFile
    .

EcrireLigneMontant.
    MOVE RR-Valeur TO RT-Valeur
    MOVE SPACES    TO RT-FillerA
    MOVE SPACES    TO RT-Nombre
    WRITE EnrRapportTotal
    .

EcrireLigneNombre.
    MOVE RR-Valeur TO RT-Valeur
    MOVE SPACES    TO RT-FillerA
    MOVE SPACES    TO RT-Nombre
    STRING EN-Nombre     DELIMITED BY SIZE
           " élément(s)" DELIMITED BY SIZE
        INTO RT-Nombre
    WRITE EnrRapportTotal
    .

*> --------------------------------------------------------------------
*> Approbation : la période doit figurer au calendrier, être encore
*> ouverte et être terminée. La conciliation est refaite à l'instant de
*> l'approbation, et ses chiffres sont conservés avec l'approbation ;
*> un écart non expliqué exige une confirmation distincte.
*> --------------------------------------------------------------------

ApprouverConciliation.
    DISPLAY "Numéro de période à approuver (AAAAMM) :  " WITH NO ADVANCING
    ACCEPT  PA-NumeroPeriode
    PERFORM ChercherPeriode
    ACCEPT HR-Date FROM DATE YYYYMMDD

    EVALUATE TRUE
        WHEN PeriodePasTrouvee
            DISPLAY "*** Période ", PA-NumeroPeriode,
                    " inconnue au calendrier ***"
        WHEN PA-Etat = "F"
            DISPLAY "*** Période ", PA-NumeroPeriode, " déjà fermée ***"
        WHEN HR-Date < PA-DateFin
            DISPLAY "*** Période ", PA-NumeroPeriode, " pas encore ",
                    "terminée (fin le ", PA-DateFin, ") ***"
        WHEN OTHER
            PERFORM ProduireConciliation
            IF PretMaitre-Statut = "00"
                PERFORM ConfirmerApprobation
            END-IF
    END-EVALUATE
    .

ConfirmerApprobation.
    MOVE "N" TO PA-Reponse
    IF ConciliationDesequilibre
        DISPLAY "L'écart non expliqué sera conservé avec l'approbation."
        DISPLAY "Approuver malgré l'écart (O/N) :  " WITH NO ADVANCING
        ACCEPT  PA-Reponse
    ELSE
        MOVE "O" TO PA-Reponse
    END-IF

    IF PA-ReponseOui
        DISPLAY "Approuver la conciliation de la période ",
                PA-NumeroPeriode, " (O/N) :  " WITH NO ADVANCING
        ACCEPT  PA-Reponse
    END-IF

    IF PA-ReponseOui
        PERFORM EcrireApprobation
        DISPLAY "Conciliation de la période ", PA-NumeroPeriode,
                " approuvée -- la période peut être clôturée"
    ELSE
        DISPLAY "Approbation abandonnée"
    END-IF
    .

ChercherPeriode.
    SET PeriodePasTrouvee TO TRUE
    SET PasFinFichier TO TRUE
    OPEN INPUT CalendrierFile
    IF Calendrier-Statut = "00"
        PERFORM ChercherUnePeriode UNTIL FinDuFichier OR PeriodeTrouvee
        CLOSE CalendrierFile
    END-IF
    .

ChercherUnePeriode.
    READ CalendrierFile
        AT END
            SET FinDuFichier TO TRUE
        NOT AT END
            IF CP-NumeroPeriode = PA-NumeroPeriode
                SET PeriodeTrouvee TO TRUE
                MOVE CP-DateDebut TO PA-DateDebut
                MOVE CP-DateFin   TO PA-DateFin
                MOVE CP-Etat      TO PA-Etat
            END-IF
    END-READ
    .

EcrireApprobation.
    OPEN EXTEND ApprobationFile
    IF Approbation-Statut = "35"
        OPEN OUTPUT ApprobationFile
    END-IF
    INITIALIZE EnrApprobation
    MOVE PA-NumeroPeriode TO RA-NumeroPeriode
    ACCEPT RA-Date FROM DATE YYYYMMDD
    ACCEPT RA-Heure FROM TIME
    MOVE AU-Operateur     TO RA-Operateur
    MOVE TR-SoldesActifs  TO RA-SoldeRegistre
    MOVE TG-Position      TO RA-PositionGL
    MOVE RR-NonExplique   TO RA-EcartNonExplique
    WRITE EnrApprobation
    CLOSE ApprobationFile
    .

ListerApprobations.
    SET PasFinFichier TO TRUE
    OPEN INPUT ApprobationFile
    IF Approbation-Statut NOT = "00"
        DISPLAY "Aucune conciliation approuvée"
    ELSE
        DISPLAY SPACE
        DISPLAY "Période  Approuvé le        Opérateur  Écart non expliqué"
        DISPLAY Separateur
        PERFORM ListerUneApprobation UNTIL FinDuFichier
        CLOSE ApprobationFile
        DISPLAY Separateur
    END-IF
    .

ListerUneApprobation.
    READ ApprobationFile
        AT END
            SET FinDuFichier TO TRUE
        NOT AT END
            MOVE RA-EcartNonExplique TO EM-Montant
            DISPLAY RA-NumeroPeriode, "   ", RA-Date, " ", RA-Heure (1:4),
                    "  ", RA-Operateur, "  ", EM-Montant
    END-READ
    .

*> --------------------------------------------------------------------
*> Solde d'ouverture : position du 120100 au grand livre à la date à
*> partir de laquelle gl_interface.txt et journal_maitre.txt font foi.
*> Le fichier ne garde que la dernière inscription.
*> --------------------------------------------------------------------

InscrireSoldeOuverture.
    PERFORM ChargerSoldeOuverture
    IF OuvertureInscrite
        MOVE OU-Solde TO EM-Montant
        DISPLAY "Solde d'ouverture actuel :  ", EM-Montant, " au ",
                OU-DateOuverture, " (", OU-Operateur, ")"
    END-IF

    DISPLAY "Date d'ouverture (AAAAMMJJ) :  " WITH NO ADVANCING
    ACCEPT  EO-Date
    MOVE EO-Date TO DC-Date
    PERFORM ValiderDateCivile

    IF EO-Date = ZERO OR DateEstInvalide
        DISPLAY "*** Date invalide -- solde d'ouverture inchangé ***"
    ELSE
        DISPLAY "Solde du compte 120100 à cette date :  " WITH NO ADVANCING
        ACCEPT  EO-Solde
        OPEN OUTPUT OuvertureFile
        INITIALIZE EnrOuverture
        MOVE EO-Date      TO SO-DateOuverture
        MOVE EO-Solde     TO SO-Solde
        MOVE AU-Operateur TO SO-Operateur
        WRITE EnrOuverture
        CLOSE OuvertureFile
        DISPLAY "Solde d'ouverture inscrit au ", EO-Date
    END-IF
    .

EcrireJournalExecution.
    OPEN EXTEND JournalExecution
    IF JournalExecution-Statut = "35"
        OPEN OUTPUT JournalExecution
    END-IF
    INITIALIZE EnrJournalExecution
    ACCEPT JE-Date FROM DATE YYYYMMDD
    ACCEPT JE-Heure FROM TIME
    MOVE "SSH5201-Conciliation" TO JE-Programme
    MOVE AU-Operateur      TO JE-Operateur
    MOVE JEX-Phase         TO JE-Phase
    IF JEX-Phase = "FIN"
        MOVE TR-NombreLus       TO JE-NombreLus
        MOVE TG-NombreEcritures TO JE-NombreTraites
        MOVE ZERO               TO JE-NombreRejetes
    END-IF
    MOVE JEX-Statut        TO JE-Statut
    WRITE EnrJournalExecution
    CLOSE JournalExecution
    .

*> --------------------------------------------------------------------
*> Arithmétique des dates (reprise de SSH5201-Interets) : années
*> bissextiles et longueur réelle du mois.
*> --------------------------------------------------------------------

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
