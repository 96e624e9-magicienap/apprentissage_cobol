IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Generations IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Générations du fichier maître des prêts : les copies datées prises par
*> SSH5201-Sauvegarde avant chaque passage qui réécrit pret_maitre.dat
*> (catalogue generations_maitre.txt) se consultent, se comparent et se
*> restaurent d'ici, pour défaire un lot posté à tort ou une fin de mois
*> ratée sans ressaisir les soldes à la main.
*> La comparaison de deux générations (ou d'une génération et du
*> fichier maître courant) liste chaque compte dont le solde, le taux au
*> dossier ou l'état diffère, et chaque compte présent d'un seul côté,
*> avec les totaux (comparaison_generations.txt).
*> La restauration remet la génération choisie en place de
*> pret_maitre.dat, après avoir pris elle-même une génération du fichier
*> remplacé -- une restauration se défait comme un lot -- et s'inscrit
*> au journal des exécutions commun (statut RESTAURE).
*> Le nombre de générations conservées (parametres_sauvegarde.txt, 7
*> par défaut) s'entretient aussi d'ici.
*> 2026-10-15 : Les générations sont lues à la longueur exacte de
*> l'enregistrement maître (132 octets). Une génération retirée par
*> SSH5201-Sauvegarde (marquée R au catalogue, en attente de purge) est
*> listée comme telle et ne se restaure plus ; la garde contre une
*> restauration que la copie de sécurité retirerait ne compte que les
*> générations gardées. Un fichier maître qui ne s'ouvre pas en sortie
*> ou un compte refusé à l'écriture font échouer la restauration
*> (code retour 8).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile   ASSIGN TO "pret_maitre.dat"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS PM-NumeroCompte
                            FILE STATUS IS PretMaitre-Statut.
    SELECT GenerationA      ASSIGN TO DYNAMIC NomGenerationA
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS GenerationA-Statut.
    SELECT GenerationB      ASSIGN TO DYNAMIC NomGenerationB
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS GenerationB-Statut.
    SELECT CatalogueFile    ASSIGN TO "generations_maitre.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Catalogue-Statut.
    SELECT ParametresFile   ASSIGN TO "parametres_sauvegarde.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Parametres-Statut.
    SELECT ComparaisonFile  ASSIGN TO "comparaison_generations.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Comparaison-Statut.
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

*> Les générations sont l'image exacte du fichier maître, dans l'ordre
*> des comptes ; seules les zones comparées sont détaillées.
FD  GenerationA.
01  EnrGenerationA.
    02 GA-NumeroCompte       PIC 9(08).
    02 GA-NumeroClient       PIC 9(06).
    02 GA-Solde              PIC 9(9)V99.
    02 GA-TauxDossier        PIC 99V99.
    02 GA-DateCapitalisation PIC 9(08).
    02 GA-EtatCompte         PIC X(01).
    02 GA-Reste              PIC X(94).

FD  GenerationB.
01  EnrGenerationB.
    02 GB-NumeroCompte       PIC 9(08).
    02 GB-NumeroClient       PIC 9(06).
    02 GB-Solde              PIC 9(9)V99.
    02 GB-TauxDossier        PIC 99V99.
    02 GB-DateCapitalisation PIC 9(08).
    02 GB-EtatCompte         PIC X(01).
    02 GB-Reste              PIC X(94).

FD  CatalogueFile.
01  EnrCatalogue.
    02 GC-Generation    PIC 9(06).
    02 GC-FillerA       PIC X(02) VALUE SPACES.
    02 GC-NomFichier    PIC X(40).
    02 GC-FillerB       PIC X(02) VALUE SPACES.
    02 GC-Date          PIC 9(08).
    02 GC-Heure         PIC 9(08).
    02 GC-FillerC       PIC X(02) VALUE SPACES.
    02 GC-Programme     PIC X(20).
    02 GC-FillerD       PIC X(02) VALUE SPACES.
    02 GC-Operateur     PIC X(08).
    02 GC-FillerE       PIC X(02) VALUE SPACES.
    02 GC-NombreComptes PIC 9(07).
    02 GC-FillerF       PIC X(02) VALUE SPACES.
    02 GC-TotalSoldes   PIC 9(13)V99.
    02 GC-FillerG       PIC X(02) VALUE SPACES.
    02 GC-Etat          PIC X(01).

FD  ParametresFile.
01  EnrParametresSauvegarde.
    02 PS-NombreGenerations PIC 9(03).

FD  ComparaisonFile.
01  EnrComparaisonTexte PIC X(130).
01  EnrComparaison.
    02 CM-NumeroCompte PIC 9(08).
    02 CM-FillerA      PIC X(02) VALUE SPACES.
    02 CM-SoldeA       PIC X(20).
    02 CM-FillerB      PIC X(02) VALUE SPACES.
    02 CM-SoldeB       PIC X(20).
    02 CM-FillerC      PIC X(02) VALUE SPACES.
    02 CM-Ecart        PIC -ZZZ,ZZZ,ZZ9.99.
    02 CM-FillerD      PIC X(02) VALUE SPACES.
    02 CM-TauxA        PIC Z9.99.
    02 CM-FillerE      PIC X(02) VALUE SPACES.
    02 CM-TauxB        PIC Z9.99.
    02 CM-FillerF      PIC X(03) VALUE SPACES.
    02 CM-EtatA        PIC X(01).
    02 CM-FillerG      PIC X(03) VALUE SPACES.
    02 CM-EtatB        PIC X(01).
    02 CM-FillerH      PIC X(02) VALUE SPACES.
    02 CM-Remarque     PIC X(30).
01  EnrComparaisonTotal.
    02 CT-Libelle PIC X(36).
    02 CT-Valeur  PIC X(20).

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
    02 GenerationA-Statut      PIC X(02) VALUE SPACES.
    02 GenerationB-Statut      PIC X(02) VALUE SPACES.
    02 Catalogue-Statut        PIC X(02) VALUE SPACES.
    02 Parametres-Statut       PIC X(02) VALUE SPACES.
    02 Comparaison-Statut      PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut PIC X(02) VALUE SPACES.
    02 FinCatalogue            PIC X(01) VALUE "N".
       88 PasFinCatalogue VALUE "N".
       88 FinDuCatalogue  VALUE "O".
    02 FinCoteA                PIC X(01) VALUE "N".
       88 PasFinCoteA VALUE "N".
       88 FinDuCoteA  VALUE "O".
    02 FinCoteB                PIC X(01) VALUE "N".
       88 PasFinCoteB VALUE "N".
       88 FinDuCoteB  VALUE "O".

01 ModeGenerations.
    02 GN-Choix PIC 9 VALUE 9.
       88 GN-Retour     VALUE 0.
       88 GN-Lister     VALUE 1.
       88 GN-Comparer   VALUE 2.
       88 GN-Restaurer  VALUE 3.
       88 GN-Conserver  VALUE 4.

01 NomsFichiers.
    02 NomGenerationA PIC X(40) VALUE SPACES.
    02 NomGenerationB PIC X(40) VALUE SPACES.

01 TableGenerations.
    02 TG-Nombre PIC 999 VALUE ZERO.
    02 TG-Entree OCCURS 100 TIMES INDEXED BY TG-Index.
       03 TG-Generation    PIC 9(06).
       03 TG-NomFichier    PIC X(40).
       03 TG-Date          PIC 9(08).
       03 TG-Heure         PIC 9(08).
       03 TG-Programme     PIC X(20).
       03 TG-Operateur     PIC X(08).
       03 TG-NombreComptes PIC 9(07).
       03 TG-TotalSoldes   PIC 9(13)V99.
       03 TG-Etat          PIC X(01).
          88 GenerationRetiree VALUE "R".
    02 TG-NombreGardees PIC 999  VALUE ZERO.
    02 TG-RangGardee   PIC 999   VALUE ZERO.
    02 TG-Recherche    PIC 9(06) VALUE ZERO.
    02 TG-Position     PIC 999   VALUE ZERO.
    02 TG-TrouveFanion PIC X(01) VALUE "N".
       88 GenerationTrouvee    VALUE "O".
       88 GenerationPasTrouvee VALUE "N".

01 ParametresConservation.
    02 PC-NombreGenerations PIC 99 VALUE 7.
    02 PC-NouveauNombre     PIC 99 VALUE ZERO.

01 ChoixGenerations.
    02 CH-GenerationA PIC 9(06) VALUE ZERO.
    02 CH-GenerationB PIC 9(06) VALUE ZERO.
    02 CH-Reponse     PIC X(01) VALUE "N".
       88 CH-ReponseOui VALUE "O", "o".
    02 CH-Valide      PIC X(01) VALUE "O".
       88 ChoixValide   VALUE "O".
       88 ChoixInvalide VALUE "N".
    02 CH-DerniereRetiree PIC 999 VALUE ZERO.

*> Zones comparées de chaque côté ; la clé passe à 999999999 à la fin
*> d'un côté, pour que l'autre s'écoule seul.
01 CoteA.
    02 CA-Cle   PIC 9(09)   VALUE ZERO.
    02 CA-Solde PIC 9(9)V99 VALUE ZERO.
    02 CA-Taux  PIC 99V99   VALUE ZERO.
    02 CA-Etat  PIC X(01)   VALUE SPACE.
01 CoteB.
    02 CB-Cle   PIC 9(09)   VALUE ZERO.
    02 CB-Solde PIC 9(9)V99 VALUE ZERO.
    02 CB-Taux  PIC 99V99   VALUE ZERO.
    02 CB-Etat  PIC X(01)   VALUE SPACE.
    02 CB-MaitreCourant PIC X(01) VALUE "N".
       88 CoteBMaitre     VALUE "O".
       88 CoteBGeneration VALUE "N".

01 TotauxComparaison.
    02 TC-ComptesA       PIC 9(07)    VALUE ZERO.
    02 TC-ComptesB       PIC 9(07)    VALUE ZERO.
    02 TC-SoldesA        PIC 9(13)V99 VALUE ZERO.
    02 TC-SoldesB        PIC 9(13)V99 VALUE ZERO.
    02 TC-ComptesDiffer  PIC 9(07)    VALUE ZERO.
    02 TC-DiffSolde      PIC 9(07)    VALUE ZERO.
    02 TC-DiffTaux       PIC 9(07)    VALUE ZERO.
    02 TC-DiffEtat       PIC 9(07)    VALUE ZERO.
    02 TC-SeulementA     PIC 9(07)    VALUE ZERO.
    02 TC-SeulementB     PIC 9(07)    VALUE ZERO.
    02 TC-EcartNet       PIC S9(13)V99 VALUE ZERO.
    02 TC-CompteEdite    PIC ZZZZZZ9.
    02 TC-EcartEdite     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
    02 TC-Remarque       PIC X(30)    VALUE SPACES.
    02 TC-Pointeur       PIC 99       VALUE 1.

01 TotauxRestauration.
    02 RS-NombreLus     PIC 9(07) VALUE ZERO.
    02 RS-NombreEcrits  PIC 9(07) VALUE ZERO.
    02 RS-NombreRejetes PIC 9(07) VALUE ZERO.

01 LiaisonSauvegarde.
    02 LS-Programme    PIC X(20).
    02 LS-Operateur    PIC X(08).
    02 LS-Resultat     PIC X(01).
       88 SauvegardeFaite      VALUE "O".
       88 SauvegardeSansMaitre VALUE "A".
       88 SauvegardeEchouee    VALUE "E".
    02 LS-StatutMaitre PIC X(02).
    02 LS-Generation   PIC 9(06).

01 Autorisation.
    02 AU-Operateur PIC X(08) VALUE SPACES.

01 JournalisationExecution.
    02 JEX-Phase         PIC X(05) VALUE SPACES.
    02 JEX-NombreLus     PIC 9(07) VALUE ZERO.
    02 JEX-NombreTraites PIC 9(07) VALUE ZERO.
    02 JEX-NombreRejetes PIC 9(07) VALUE ZERO.
    02 JEX-Statut        PIC X(12) VALUE SPACES.

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
    DISPLAY "Générations du fichier maître des prêts"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LO-Operateur TO AU-Operateur
    ELSE
        DISPLAY "Identifiant de l'opérateur :  " WITH NO ADVANCING
        ACCEPT  AU-Operateur
    END-IF

    PERFORM TraiterUnChoix UNTIL GN-Retour
    GOBACK
    .

TraiterUnChoix.
    PERFORM ChargerParametres
    PERFORM ChargerCatalogue
    DISPLAY SPACE
    DISPLAY "  1 - Lister les générations conservées"
    DISPLAY "  2 - Comparer deux générations (soldes, taux, états)"
    DISPLAY "  3 - Restaurer une génération"
    DISPLAY "  4 - Nombre de générations conservées (actuellement ",
            PC-NombreGenerations, ")"
    DISPLAY "  0 - Retour"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  GN-Choix

    EVALUATE TRUE
        WHEN GN-Lister
            PERFORM ListerGenerations
        WHEN GN-Comparer
            PERFORM ComparerGenerations
        WHEN GN-Restaurer
            PERFORM RestaurerGeneration
        WHEN GN-Conserver
            PERFORM ModifierConservation
        WHEN GN-Retour
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Choix invalide ***"
    END-EVALUATE
    .

*> Journal des exécutions commun à la suite : une restauration y laisse
*> un départ et une fin, comme tout passage qui réécrit le maître.
JournaliserExecutionDebut.
    MOVE "DEBUT"    TO JEX-Phase
    MOVE ZERO       TO JEX-NombreLus
    MOVE ZERO       TO JEX-NombreTraites
    MOVE ZERO       TO JEX-NombreRejetes
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
    MOVE "SSH5201-Generations" TO JE-Programme
    MOVE AU-Operateur      TO JE-Operateur
    MOVE JEX-Phase         TO JE-Phase
    MOVE JEX-NombreLus     TO JE-NombreLus
    MOVE JEX-NombreTraites TO JE-NombreTraites
    MOVE JEX-NombreRejetes TO JE-NombreRejetes
    MOVE JEX-Statut        TO JE-Statut
    WRITE EnrJournalExecution
    CLOSE JournalExecution
    .

ChargerParametres.
    MOVE 7 TO PC-NombreGenerations
    OPEN INPUT ParametresFile
    IF Parametres-Statut = "00"
        READ ParametresFile
            NOT AT END
                IF PS-NombreGenerations IS NUMERIC
                   AND PS-NombreGenerations > ZERO
                   AND PS-NombreGenerations < 100
                    MOVE PS-NombreGenerations TO PC-NombreGenerations
                END-IF
        END-READ
        CLOSE ParametresFile
    END-IF
    .

ChargerCatalogue.
    MOVE ZERO TO TG-Nombre
    SET PasFinCatalogue TO TRUE
    OPEN INPUT CatalogueFile
    IF Catalogue-Statut = "00"
        PERFORM ChargerUneGeneration UNTIL FinDuCatalogue
        CLOSE CatalogueFile
    END-IF
    .

ChargerUneGeneration.
    READ CatalogueFile
        AT END
            SET FinDuCatalogue TO TRUE
        NOT AT END
            IF GC-Generation IS NUMERIC AND TG-Nombre < 100
                ADD 1 TO TG-Nombre
                SET TG-Index TO TG-Nombre
                MOVE GC-Generation    TO TG-Generation (TG-Index)
                MOVE GC-NomFichier    TO TG-NomFichier (TG-Index)
                MOVE GC-Date          TO TG-Date (TG-Index)
                MOVE GC-Heure         TO TG-Heure (TG-Index)
                MOVE GC-Programme     TO TG-Programme (TG-Index)
                MOVE GC-Operateur     TO TG-Operateur (TG-Index)
                MOVE GC-NombreComptes TO TG-NombreComptes (TG-Index)
                MOVE GC-TotalSoldes   TO TG-TotalSoldes (TG-Index)
                MOVE GC-Etat          TO TG-Etat (TG-Index)
            END-IF
    END-READ
    .

ChercherGeneration.
    SET GenerationPasTrouvee TO TRUE
    MOVE ZERO TO TG-Position
    PERFORM ComparerUneGeneration
        VARYING TG-Index FROM 1 BY 1
        UNTIL TG-Index > TG-Nombre OR GenerationTrouvee
    .

ComparerUneGeneration.
    IF TG-Generation (TG-Index) = TG-Recherche
        SET GenerationTrouvee TO TRUE
        SET TG-Position TO TG-Index
    END-IF
    .

ListerGenerations.
    IF TG-Nombre = ZERO
        DISPLAY "Aucune génération au catalogue generations_maitre.txt"
    ELSE
        DISPLAY Separateur
        DISPLAY "Génér.  Date      Heure     Programme             ",
                "Opérateur  Comptes  Total des soldes"
        PERFORM ListerUneGeneration
            VARYING TG-Index FROM 1 BY 1 UNTIL TG-Index > TG-Nombre
        DISPLAY Separateur
        PERFORM CompterGardees
        DISPLAY TG-NombreGardees, " génération(s) conservée(s) sur ",
                PC-NombreGenerations
    END-IF
    .

ListerUneGeneration.
    MOVE TG-TotalSoldes (TG-Index) TO MF-Montant
    PERFORM FormaterMontant
    IF GenerationRetiree (TG-Index)
        DISPLAY TG-Generation (TG-Index), "  ", TG-Date (TG-Index), "  ",
                TG-Heure (TG-Index), "  ", TG-Programme (TG-Index), "  ",
                TG-Operateur (TG-Index), "  ", TG-NombreComptes (TG-Index),
                "  ", MF-Texte, "  RETIRÉE"
    ELSE
        DISPLAY TG-Generation (TG-Index), "  ", TG-Date (TG-Index), "  ",
                TG-Heure (TG-Index), "  ", TG-Programme (TG-Index), "  ",
                TG-Operateur (TG-Index), "  ", TG-NombreComptes (TG-Index),
                "  ", MF-Texte
    END-IF
    .

*> Générations gardées du catalogue et, pour la génération trouvée par
*> ChercherGeneration, son rang parmi elles (de la plus ancienne).
CompterGardees.
    MOVE ZERO TO TG-NombreGardees
    MOVE ZERO TO TG-RangGardee
    PERFORM CompterUneGardee
        VARYING TG-Index FROM 1 BY 1 UNTIL TG-Index > TG-Nombre
    .

CompterUneGardee.
    IF NOT GenerationRetiree (TG-Index)
        ADD 1 TO TG-NombreGardees
        IF TG-Index = TG-Position
            MOVE TG-NombreGardees TO TG-RangGardee
        END-IF
    END-IF
    .

*> --------------------------------------------------------------------
*> Comparaison : les deux côtés sont dans l'ordre des comptes (copie
*> séquentielle du fichier indexé) et s'apparient comme deux fichiers
*> triés. La génération 0 du côté B désigne le fichier maître courant.
*> --------------------------------------------------------------------

ComparerGenerations.
    SET ChoixValide TO TRUE
    DISPLAY "Génération de référence (A) :  " WITH NO ADVANCING
    ACCEPT  CH-GenerationA
    DISPLAY "Génération à comparer (B, 0 = fichier maître courant) :  "
        WITH NO ADVANCING
    ACCEPT  CH-GenerationB

    MOVE CH-GenerationA TO TG-Recherche
    PERFORM ChercherGeneration
    IF GenerationPasTrouvee
        DISPLAY "*** Génération ", CH-GenerationA, " absente du catalogue ***"
        SET ChoixInvalide TO TRUE
    ELSE
        SET TG-Index TO TG-Position
        MOVE TG-NomFichier (TG-Index) TO NomGenerationA
    END-IF

    SET CoteBGeneration TO TRUE
    IF CH-GenerationB = ZERO
        SET CoteBMaitre TO TRUE
    ELSE
        MOVE CH-GenerationB TO TG-Recherche
        PERFORM ChercherGeneration
        IF GenerationPasTrouvee
            DISPLAY "*** Génération ", CH-GenerationB,
                    " absente du catalogue ***"
            SET ChoixInvalide TO TRUE
        ELSE
            SET TG-Index TO TG-Position
            MOVE TG-NomFichier (TG-Index) TO NomGenerationB
        END-IF
    END-IF

    IF ChoixValide
        PERFORM OuvrirCotes
    END-IF

    IF ChoixValide
        INITIALIZE TotauxComparaison
        PERFORM OuvrirComparaison
        SET PasFinCoteA TO TRUE
        SET PasFinCoteB TO TRUE
        PERFORM LireCoteA
        PERFORM LireCoteB
        PERFORM ApparierUnCompte UNTIL FinDuCoteA AND FinDuCoteB
        CLOSE GenerationA
        IF CoteBMaitre
            CLOSE PretMaitreFile
        ELSE
            CLOSE GenerationB
        END-IF
        PERFORM EcrireTotauxComparaison
        CLOSE ComparaisonFile
        DISPLAY "Comparaison terminée -- ", TC-ComptesDiffer,
                " compte(s) différent(s), ", TC-SeulementA,
                " absent(s) de B, ", TC-SeulementB, " nouveau(x) dans B"
        DISPLAY "Rapport : comparaison_generations.txt"
    END-IF
    .

OuvrirCotes.
    OPEN INPUT GenerationA
    IF GenerationA-Statut NOT = "00"
        DISPLAY "*** Génération ", NomGenerationA, " illisible (statut ",
                GenerationA-Statut, ") ***"
        SET ChoixInvalide TO TRUE
    ELSE
        IF CoteBMaitre
            OPEN INPUT PretMaitreFile
            MOVE PretMaitre-Statut TO GenerationB-Statut
        ELSE
            OPEN INPUT GenerationB
        END-IF
        IF GenerationB-Statut NOT = "00"
            DISPLAY "*** Côté B illisible (statut ", GenerationB-Statut,
                    ") ***"
            CLOSE GenerationA
            SET ChoixInvalide TO TRUE
        END-IF
    END-IF
    .

LireCoteA.
    READ GenerationA
        AT END
            SET FinDuCoteA TO TRUE
            MOVE 999999999 TO CA-Cle
        NOT AT END
            MOVE GA-NumeroCompte TO CA-Cle
            MOVE GA-Solde        TO CA-Solde
            MOVE GA-TauxDossier  TO CA-Taux
            MOVE GA-EtatCompte   TO CA-Etat
            ADD 1 TO TC-ComptesA
            ADD GA-Solde TO TC-SoldesA
    END-READ
    .

LireCoteB.
    IF CoteBMaitre
        READ PretMaitreFile NEXT RECORD
            AT END
                SET FinDuCoteB TO TRUE
                MOVE 999999999 TO CB-Cle
            NOT AT END
                MOVE PM-NumeroCompte TO CB-Cle
                MOVE PM-Solde        TO CB-Solde
                MOVE PM-TauxDossier  TO CB-Taux
                MOVE PM-EtatCompte   TO CB-Etat
        END-READ
    ELSE
        READ GenerationB
            AT END
                SET FinDuCoteB TO TRUE
                MOVE 999999999 TO CB-Cle
            NOT AT END
                MOVE GB-NumeroCompte TO CB-Cle
                MOVE GB-Solde        TO CB-Solde
                MOVE GB-TauxDossier  TO CB-Taux
                MOVE GB-EtatCompte   TO CB-Etat
        END-READ
    END-IF
    IF NOT FinDuCoteB
        ADD 1 TO TC-ComptesB
        ADD CB-Solde TO TC-SoldesB
    END-IF
    .

*> Un état blanc vaut actif des deux côtés.
ApparierUnCompte.
    IF CA-Etat = SPACE
        MOVE "A" TO CA-Etat
    END-IF
    IF CB-Etat = SPACE
        MOVE "A" TO CB-Etat
    END-IF

    EVALUATE TRUE
        WHEN CA-Cle < CB-Cle
            ADD 1 TO TC-SeulementA
            SUBTRACT CA-Solde FROM TC-EcartNet
            INITIALIZE EnrComparaison
            MOVE CA-Cle   TO CM-NumeroCompte
            MOVE CA-Solde TO MF-Montant
            PERFORM FormaterMontant
            MOVE MF-Texte TO CM-SoldeA
            COMPUTE CM-Ecart = ZERO - CA-Solde
            MOVE CA-Taux  TO CM-TauxA
            MOVE CA-Etat  TO CM-EtatA
            MOVE "ABSENT DE B" TO CM-Remarque
            WRITE EnrComparaison
            PERFORM LireCoteA
        WHEN CA-Cle > CB-Cle
            ADD 1 TO TC-SeulementB
            ADD CB-Solde TO TC-EcartNet
            INITIALIZE EnrComparaison
            MOVE CB-Cle   TO CM-NumeroCompte
            MOVE CB-Solde TO MF-Montant
            PERFORM FormaterMontant
            MOVE MF-Texte TO CM-SoldeB
            MOVE CB-Solde TO CM-Ecart
            MOVE CB-Taux  TO CM-TauxB
            MOVE CB-Etat  TO CM-EtatB
            MOVE "NOUVEAU DANS B" TO CM-Remarque
            WRITE EnrComparaison
            PERFORM LireCoteB
        WHEN OTHER
            IF CA-Solde NOT = CB-Solde OR CA-Taux NOT = CB-Taux
               OR CA-Etat NOT = CB-Etat
                PERFORM EcrireDifference
            END-IF
            PERFORM LireCoteA
            PERFORM LireCoteB
    END-EVALUATE
    .

EcrireDifference.
    ADD 1 TO TC-ComptesDiffer
    MOVE SPACES TO TC-Remarque
    MOVE 1 TO TC-Pointeur
    IF CA-Solde NOT = CB-Solde
        ADD 1 TO TC-DiffSolde
        STRING "SOLDE " DELIMITED BY SIZE
            INTO TC-Remarque WITH POINTER TC-Pointeur
    END-IF
    IF CA-Taux NOT = CB-Taux
        ADD 1 TO TC-DiffTaux
        STRING "TAUX " DELIMITED BY SIZE
            INTO TC-Remarque WITH POINTER TC-Pointeur
    END-IF
    IF CA-Etat NOT = CB-Etat
        ADD 1 TO TC-DiffEtat
        STRING "ÉTAT" DELIMITED BY SIZE
            INTO TC-Remarque WITH POINTER TC-Pointeur
    END-IF
    COMPUTE TC-EcartNet = TC-EcartNet + CB-Solde - CA-Solde

    INITIALIZE EnrComparaison
    MOVE CA-Cle   TO CM-NumeroCompte
    MOVE CA-Solde TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO CM-SoldeA
    MOVE CB-Solde TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO CM-SoldeB
    COMPUTE CM-Ecart = CB-Solde - CA-Solde
    MOVE CA-Taux  TO CM-TauxA
    MOVE CB-Taux  TO CM-TauxB
    MOVE CA-Etat  TO CM-EtatA
    MOVE CB-Etat  TO CM-EtatB
    MOVE TC-Remarque TO CM-Remarque
    WRITE EnrComparaison
    .

OuvrirComparaison.
    OPEN OUTPUT ComparaisonFile
    MOVE SPACES TO LT-Texte
    IF CoteBMaitre
        STRING "Comparaison de la génération " DELIMITED BY SIZE
               CH-GenerationA                  DELIMITED BY SIZE
               " (A) et du fichier maître courant (B)" DELIMITED BY SIZE
            INTO LT-Texte
    ELSE
        STRING "Comparaison des générations " DELIMITED BY SIZE
               CH-GenerationA                 DELIMITED BY SIZE
               " (A) et "                     DELIMITED BY SIZE
               CH-GenerationB                 DELIMITED BY SIZE
               " (B)"                         DELIMITED BY SIZE
            INTO LT-Texte
    END-IF
    WRITE EnrComparaisonTexte FROM LT-Texte
    MOVE SPACES TO LT-Texte
    STRING "Compte    Solde A               Solde B               "
        DELIMITED BY SIZE
           "Écart (B - A)    Taux A Taux B  A   B   Remarque"
        DELIMITED BY SIZE
        INTO LT-Texte
    WRITE EnrComparaisonTexte FROM LT-Texte
    .

EcrireTotauxComparaison.
    MOVE SPACES TO LT-Texte
    WRITE EnrComparaisonTexte FROM LT-Texte
    WRITE EnrComparaisonTexte FROM Separateur

    MOVE TC-ComptesA TO TC-CompteEdite
    MOVE "Comptes de la génération A     :" TO CT-Libelle
    MOVE TC-CompteEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE "Total des soldes A             :" TO CT-Libelle
    MOVE TC-SoldesA TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE TC-ComptesB TO TC-CompteEdite
    MOVE "Comptes du côté B              :" TO CT-Libelle
    MOVE TC-CompteEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE "Total des soldes B             :" TO CT-Libelle
    MOVE TC-SoldesB TO MF-Montant
    PERFORM FormaterMontant
    MOVE MF-Texte TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE "Écart net des soldes (B - A)   :" TO CT-Libelle
    MOVE TC-EcartNet TO TC-EcartEdite
    MOVE TC-EcartEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE TC-ComptesDiffer TO TC-CompteEdite
    MOVE "Comptes différents             :" TO CT-Libelle
    MOVE TC-CompteEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE TC-DiffSolde TO TC-CompteEdite
    MOVE "  dont solde différent         :" TO CT-Libelle
    MOVE TC-CompteEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE TC-DiffTaux TO TC-CompteEdite
    MOVE "  dont taux différent          :" TO CT-Libelle
    MOVE TC-CompteEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE TC-DiffEtat TO TC-CompteEdite
    MOVE "  dont état différent          :" TO CT-Libelle
    MOVE TC-CompteEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE TC-SeulementA TO TC-CompteEdite
    MOVE "Comptes absents de B           :" TO CT-Libelle
    MOVE TC-CompteEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    MOVE TC-SeulementB TO TC-CompteEdite
    MOVE "Comptes nouveaux dans B        :" TO CT-Libelle
    MOVE TC-CompteEdite TO CT-Valeur
    WRITE EnrComparaisonTotal
    .

*> --------------------------------------------------------------------
*> Restauration : le fichier maître courant est d'abord copié en
*> génération (la restauration se défait comme tout autre passage),
*> puis recréé à partir de la génération choisie. Une génération que
*> cette copie ferait retirer du catalogue est refusée, comme une
*> génération déjà retirée.
*> --------------------------------------------------------------------

RestaurerGeneration.
    DISPLAY "Génération à restaurer :  " WITH NO ADVANCING
    ACCEPT  CH-GenerationA
    MOVE CH-GenerationA TO TG-Recherche
    PERFORM ChercherGeneration
    PERFORM CompterGardees

    MOVE ZERO TO CH-DerniereRetiree
    IF TG-NombreGardees >= PC-NombreGenerations
        COMPUTE CH-DerniereRetiree =
            TG-NombreGardees + 1 - PC-NombreGenerations
    END-IF

    IF GenerationPasTrouvee
        DISPLAY "*** Génération ", CH-GenerationA, " absente du catalogue ***"
    ELSE IF TG-RangGardee = ZERO
        DISPLAY "*** Génération ", CH-GenerationA, " retirée (en attente ",
                "de purge) -- restauration refusée ***"
    ELSE IF TG-RangGardee <= CH-DerniereRetiree
        DISPLAY "*** La copie de sécurité prise avant la restauration ",
                "retirerait cette génération -- augmentez d'abord le ",
                "nombre de générations conservées ***"
    ELSE
        SET TG-Index TO TG-Position
        MOVE TG-NomFichier (TG-Index) TO NomGenerationA
        MOVE TG-TotalSoldes (TG-Index) TO MF-Montant
        PERFORM FormaterMontant
        DISPLAY "Génération ", TG-Generation (TG-Index), " du ",
                TG-Date (TG-Index), " à ", TG-Heure (TG-Index),
                " (", TG-Programme (TG-Index), ") -- ",
                TG-NombreComptes (TG-Index), " comptes, ", MF-Texte
        DISPLAY "Remplacer le fichier maître courant par cette ",
                "génération (O/N) :  " WITH NO ADVANCING
        MOVE "N" TO CH-Reponse
        ACCEPT  CH-Reponse
        IF CH-ReponseOui
            PERFORM RemettreGeneration
        ELSE
            DISPLAY "Restauration abandonnée"
        END-IF
    END-IF
    .

RemettreGeneration.
    PERFORM JournaliserExecutionDebut
    MOVE ZERO TO RS-NombreLus
    MOVE ZERO TO RS-NombreEcrits
    MOVE ZERO TO RS-NombreRejetes

    MOVE "SSH5201-Generations" TO LS-Programme
    MOVE AU-Operateur          TO LS-Operateur
    CALL "SSH5201-Sauvegarde" USING LiaisonSauvegarde

    IF SauvegardeEchouee
        DISPLAY "*** Copie de sécurité du fichier maître impossible -- ",
                "restauration annulée ***"
        MOVE 8 TO RETURN-CODE
        MOVE "ANNULEE" TO JEX-Statut
    ELSE
        OPEN INPUT GenerationA
        IF GenerationA-Statut NOT = "00"
            DISPLAY "*** Génération ", NomGenerationA, " illisible (statut ",
                    GenerationA-Statut, ") -- restauration annulée ***"
            MOVE 8 TO RETURN-CODE
            MOVE "ANNULEE" TO JEX-Statut
        ELSE
            OPEN OUTPUT PretMaitreFile
            IF PretMaitre-Statut NOT = "00"
                DISPLAY "*** Fichier maître impossible à recréer (statut ",
                        PretMaitre-Statut, ") -- restauration annulée ***"
                CLOSE GenerationA
                MOVE 8 TO RETURN-CODE
                MOVE "ANNULEE" TO JEX-Statut
            ELSE
                SET PasFinCoteA TO TRUE
                PERFORM RemettreUnCompte UNTIL FinDuCoteA
                CLOSE PretMaitreFile
                CLOSE GenerationA
                DISPLAY "Génération ", CH-GenerationA, " restaurée -- ",
                        RS-NombreEcrits, " compte(s) remis, ",
                        RS-NombreRejetes, " rejeté(s)"
                IF SauvegardeFaite
                    DISPLAY "Le fichier remplacé est conservé en génération ",
                            LS-Generation
                END-IF
                IF RS-NombreRejetes > ZERO
                    DISPLAY "*** Restauration incomplète -- reprendre la ",
                            "génération ", LS-Generation, " au besoin ***"
                    MOVE 8 TO RETURN-CODE
                    MOVE "INCOMPLETE" TO JEX-Statut
                ELSE
                    MOVE ZERO TO RETURN-CODE
                    MOVE "RESTAURE" TO JEX-Statut
                END-IF
            END-IF
        END-IF
    END-IF

    MOVE RS-NombreLus     TO JEX-NombreLus
    MOVE RS-NombreEcrits  TO JEX-NombreTraites
    MOVE RS-NombreRejetes TO JEX-NombreRejetes
    PERFORM JournaliserExecutionFin
    .

RemettreUnCompte.
    READ GenerationA INTO EnrPretMaitre
        AT END
            SET FinDuCoteA TO TRUE
        NOT AT END
            ADD 1 TO RS-NombreLus
            WRITE EnrPretMaitre
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF PretMaitre-Statut = "00"
                ADD 1 TO RS-NombreEcrits
            ELSE
                ADD 1 TO RS-NombreRejetes
                DISPLAY "*** Écriture du compte ", PM-NumeroCompte,
                        " refusée (statut ", PretMaitre-Statut, ") ***"
            END-IF
    END-READ
    .

ModifierConservation.
    DISPLAY "Nombre de générations à conserver (1 à 99) :  "
        WITH NO ADVANCING
    ACCEPT  PC-NouveauNombre
    IF PC-NouveauNombre = ZERO
        DISPLAY "*** Nombre invalide -- paramètre inchangé ***"
    ELSE
        OPEN OUTPUT ParametresFile
        MOVE PC-NouveauNombre TO PS-NombreGenerations
        WRITE EnrParametresSauvegarde
        CLOSE ParametresFile
        DISPLAY "Nombre de générations conservées : ", PC-NouveauNombre,
                " (appliqué à la prochaine copie)"
    END-IF
    .

FormaterMontant.
    MOVE MF-Montant TO MF-MontantEdite
    MOVE SPACES TO MF-Texte
    STRING MF-MontantEdite DELIMITED BY SIZE
           " "             DELIMITED BY SIZE
           SymboleDevise   DELIMITED BY SPACE
        INTO MF-Texte
    .
