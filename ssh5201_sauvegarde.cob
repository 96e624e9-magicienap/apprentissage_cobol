IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-Sauvegarde IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Copie de génération du fichier maître des prêts : appelé par chaque
*> programme qui ouvre pret_maitre.dat en entrée-sortie (lot, capitalisation
*> et intérêts courus de SSH5201-Interets, SSH5201-Maitre, retours de
*> SSH5201-Prelevements, SSH5201-Revision, restauration de
*> SSH5201-Generations), juste avant l'ouverture. Le fichier maître est
*> recopié tel quel, enregistrement par enregistrement, dans une
*> génération datée (pret_maitre_AAAAMMJJ_gNNNNNN.sav) inscrite au
*> catalogue des générations (generations_maitre.txt) avec le programme,
*> l'opérateur, le nombre de comptes et le total des soldes. Seules les
*> dernières générations sont conservées -- le nombre est tiré de
*> parametres_sauvegarde.txt (7 par défaut) ; les plus anciennes sont
*> marquées retirées (R) au catalogue, la purge des fichiers étant
*> laissée à l'exploitation.
*> Le résultat rendu à l'appelant : copie faite, fichier maître absent
*> (rien à copier -- premier lancement), ou copie impossible, auquel cas
*> l'appelant ne touche pas au fichier maître.
*> 2026-10-15 : La copie est l'image exacte de l'enregistrement maître
*> (132 octets) ; une écriture refusée interrompt la copie, qui est
*> alors signalée impossible à l'appelant. Les générations au-delà du
*> nombre conservé ne sont plus supprimées du disque : elles restent au
*> catalogue marquées retirées (R) et la purge des fichiers est laissée
*> à l'exploitation. Le catalogue compte 100 entrées au plus, les plus
*> anciennes générations retirées en sortant les premières.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PretMaitreFile  ASSIGN TO "pret_maitre.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PM-NumeroCompte
                           FILE STATUS IS PretMaitre-Statut.
    SELECT GenerationFile  ASSIGN TO DYNAMIC NomFichierGeneration
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS Generation-Statut.
    SELECT CatalogueFile   ASSIGN TO "generations_maitre.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS Catalogue-Statut.
    SELECT ParametresFile  ASSIGN TO "parametres_sauvegarde.txt"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS Parametres-Statut.

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

*> Image exacte de l'enregistrement du fichier maître.
FD  GenerationFile.
01  EnrGeneration PIC X(132).

*> Une ligne par génération, gardée ou retirée en attente de purge, de
*> la plus ancienne à la plus récente.
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

WORKING-STORAGE SECTION.
01 Indicateurs-Fichiers.
    02 PretMaitre-Statut PIC X(02) VALUE SPACES.
    02 Generation-Statut PIC X(02) VALUE SPACES.
    02 Catalogue-Statut  PIC X(02) VALUE SPACES.
    02 Parametres-Statut PIC X(02) VALUE SPACES.
    02 FinMaitre         PIC X(01) VALUE "N".
       88 PasFinMaitre VALUE "N".
       88 FinDeMaitre  VALUE "O".
    02 FinCatalogue      PIC X(01) VALUE "N".
       88 PasFinCatalogue VALUE "N".
       88 FinDuCatalogue  VALUE "O".
    02 CopieEcriture     PIC X(01) VALUE "O".
       88 CopieEcrite    VALUE "O".
       88 CopieRefusee   VALUE "N".

01 NomsFichiers.
    02 NomFichierGeneration PIC X(40) VALUE SPACES.

01 ParametresConservation.
    02 PC-NombreGenerations PIC 99 VALUE 7.

*> Catalogue chargé en mémoire (100 entrées au plus, plus la copie du
*> passage), réécrit au complet après la copie.
01 TableGenerations.
    02 TG-Nombre PIC 999 VALUE ZERO.
    02 TG-Entree OCCURS 101 TIMES INDEXED BY TG-Index.
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
    02 TG-DernierNumero PIC 9(06) VALUE ZERO.
    02 TG-PremierEcrit  PIC 999   VALUE ZERO.
    02 TG-NombreGardees PIC 999   VALUE ZERO.

01 CopieGeneration.
    02 CG-Date          PIC 9(08)    VALUE ZERO.
    02 CG-Heure         PIC 9(08)    VALUE ZERO.
    02 CG-NombreComptes PIC 9(07)    VALUE ZERO.
    02 CG-TotalSoldes   PIC 9(13)V99 VALUE ZERO.
    02 CG-NombreRetirees PIC 999     VALUE ZERO.

LINKAGE SECTION.
01 LiaisonSauvegarde.
    02 LS-Programme    PIC X(20).
    02 LS-Operateur    PIC X(08).
    02 LS-Resultat     PIC X(01).
       88 SauvegardeFaite      VALUE "O".
       88 SauvegardeSansMaitre VALUE "A".
       88 SauvegardeEchouee    VALUE "E".
    02 LS-StatutMaitre PIC X(02).
    02 LS-Generation   PIC 9(06).

PROCEDURE DIVISION USING LiaisonSauvegarde.
Debut.
    SET SauvegardeEchouee TO TRUE
    MOVE ZERO TO LS-Generation

    OPEN INPUT PretMaitreFile
    MOVE PretMaitre-Statut TO LS-StatutMaitre
    EVALUATE TRUE
        WHEN PretMaitre-Statut = "35"
            SET SauvegardeSansMaitre TO TRUE
        WHEN PretMaitre-Statut NOT = "00"
            DISPLAY "*** Copie de génération impossible : fichier maître ",
                    "illisible (statut ", PretMaitre-Statut, ") ***"
        WHEN OTHER
            PERFORM CopierMaitre
    END-EVALUATE

    GOBACK
    .

CopierMaitre.
    PERFORM ChargerParametres
    PERFORM ChargerCatalogue

    ACCEPT CG-Date FROM DATE YYYYMMDD
    ACCEPT CG-Heure FROM TIME
    ADD 1 TO TG-DernierNumero
    MOVE SPACES TO NomFichierGeneration
    STRING "pret_maitre_"   DELIMITED BY SIZE
           CG-Date          DELIMITED BY SIZE
           "_g"             DELIMITED BY SIZE
           TG-DernierNumero DELIMITED BY SIZE
           ".sav"           DELIMITED BY SIZE
        INTO NomFichierGeneration

    OPEN OUTPUT GenerationFile
    IF Generation-Statut NOT = "00"
        DISPLAY "*** Copie de génération impossible : ",
                NomFichierGeneration, " (statut ", Generation-Statut,
                ") ***"
        CLOSE PretMaitreFile
    ELSE
        MOVE ZERO TO CG-NombreComptes
        MOVE ZERO TO CG-TotalSoldes
        SET PasFinMaitre TO TRUE
        SET CopieEcrite TO TRUE
        PERFORM CopierUnCompte UNTIL FinDeMaitre
        MOVE PretMaitre-Statut TO LS-StatutMaitre
        CLOSE PretMaitreFile
        CLOSE GenerationFile

        IF LS-StatutMaitre NOT = "10" AND LS-StatutMaitre NOT = "00"
            DISPLAY "*** Copie de génération interrompue : lecture du ",
                    "fichier maître en statut ", LS-StatutMaitre, " ***"
        ELSE IF CopieRefusee
            DISPLAY "*** Copie de génération interrompue : écriture de ",
                    NomFichierGeneration, " en statut ", Generation-Statut,
                    " ***"
        ELSE
            PERFORM InscrireGeneration
            PERFORM PurgerGenerations
            PERFORM EcrireCatalogue
            SET SauvegardeFaite TO TRUE
            MOVE TG-DernierNumero TO LS-Generation
            DISPLAY "Génération ", TG-DernierNumero, " du fichier maître : ",
                    NomFichierGeneration, " (", CG-NombreComptes, " comptes)"
        END-IF
        END-IF
    END-IF
    .

*> Un paramètre absent, nul ou hors limite laisse la valeur par défaut.
ChargerParametres.
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
    MOVE ZERO TO TG-DernierNumero
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
                IF GC-Generation > TG-DernierNumero
                    MOVE GC-Generation TO TG-DernierNumero
                END-IF
            END-IF
    END-READ
    .

CopierUnCompte.
    READ PretMaitreFile NEXT RECORD
        AT END
            SET FinDeMaitre TO TRUE
        NOT AT END
            MOVE EnrPretMaitre TO EnrGeneration
            WRITE EnrGeneration
            IF Generation-Statut NOT = "00"
                SET CopieRefusee TO TRUE
                SET FinDeMaitre TO TRUE
            ELSE
                ADD 1 TO CG-NombreComptes
                ADD PM-Solde TO CG-TotalSoldes
            END-IF
    END-READ
    IF PretMaitre-Statut NOT = "00" AND PretMaitre-Statut NOT = "10"
        SET FinDeMaitre TO TRUE
    END-IF
    .

InscrireGeneration.
    ADD 1 TO TG-Nombre
    SET TG-Index TO TG-Nombre
    MOVE TG-DernierNumero     TO TG-Generation (TG-Index)
    MOVE NomFichierGeneration TO TG-NomFichier (TG-Index)
    MOVE CG-Date              TO TG-Date (TG-Index)
    MOVE CG-Heure             TO TG-Heure (TG-Index)
    MOVE LS-Programme         TO TG-Programme (TG-Index)
    MOVE LS-Operateur         TO TG-Operateur (TG-Index)
    MOVE CG-NombreComptes     TO TG-NombreComptes (TG-Index)
    MOVE CG-TotalSoldes       TO TG-TotalSoldes (TG-Index)
    MOVE SPACE                TO TG-Etat (TG-Index)
    .

*> Les générations gardées au-delà du nombre conservé, les plus
*> anciennes en tête du catalogue, sont marquées retirées : le fichier
*> reste sur le disque jusqu'à la purge de l'exploitation, qui s'appuie
*> sur le catalogue. Au-delà de 100 entrées, les plus anciennes (toutes
*> retirées, puisque 99 générations au plus sont gardées) sortent du
*> catalogue réécrit.
PurgerGenerations.
    MOVE ZERO TO CG-NombreRetirees
    MOVE ZERO TO TG-NombreGardees
    PERFORM CompterUneGardee
        VARYING TG-Index FROM 1 BY 1 UNTIL TG-Index > TG-Nombre
    PERFORM RetirerUneGeneration
        VARYING TG-Index FROM 1 BY 1
        UNTIL TG-Index > TG-Nombre
           OR TG-NombreGardees <= PC-NombreGenerations

    MOVE 1 TO TG-PremierEcrit
    IF TG-Nombre > 100
        COMPUTE TG-PremierEcrit = TG-Nombre - 100 + 1
    END-IF
    .

CompterUneGardee.
    IF NOT GenerationRetiree (TG-Index)
        ADD 1 TO TG-NombreGardees
    END-IF
    .

RetirerUneGeneration.
    IF NOT GenerationRetiree (TG-Index)
        SET GenerationRetiree (TG-Index) TO TRUE
        SUBTRACT 1 FROM TG-NombreGardees
        ADD 1 TO CG-NombreRetirees
        DISPLAY "Génération ", TG-Generation (TG-Index), " retirée -- ",
                TG-NomFichier (TG-Index), " à purger"
    END-IF
    .

EcrireCatalogue.
    OPEN OUTPUT CatalogueFile
    PERFORM EcrireUneGeneration
        VARYING TG-Index FROM TG-PremierEcrit BY 1
        UNTIL TG-Index > TG-Nombre
    CLOSE CatalogueFile
    .

EcrireUneGeneration.
    INITIALIZE EnrCatalogue
    MOVE TG-Generation (TG-Index)    TO GC-Generation
    MOVE TG-NomFichier (TG-Index)    TO GC-NomFichier
    MOVE TG-Date (TG-Index)          TO GC-Date
    MOVE TG-Heure (TG-Index)         TO GC-Heure
    MOVE TG-Programme (TG-Index)     TO GC-Programme
    MOVE TG-Operateur (TG-Index)     TO GC-Operateur
    MOVE TG-NombreComptes (TG-Index) TO GC-NombreComptes
    MOVE TG-TotalSoldes (TG-Index)   TO GC-TotalSoldes
    MOVE TG-Etat (TG-Index)          TO GC-Etat
    WRITE EnrCatalogue
    .
