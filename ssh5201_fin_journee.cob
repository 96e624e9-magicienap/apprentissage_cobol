*> enregistrement de fin (travail tombé en cours de route) et statut
*> final autre que propre (lot rejeté, édition refusée). Le rapport est
*> écrit dans rapport_exploitation.txt pour la passation du matin.
*> 2026-10-15 : Lancé par la chaîne de fin de mois (SSH5201-ChaineMois),
*> le sommaire reçoit sa date en liaison ; les passages encore ouverts
*> de la chaîne appelante sont signalés en cours, pas en anomalie.
*> 2026-10-15 : Les statuts CAPITALISE (capitalisation des intérêts) et
*> REPRIS (retours de prélèvements) sont des fins propres.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

01 CriteresSommaire.
    02 CS-DateVisee PIC 9(08) VALUE ZERO.
    02 CS-ProgrammeAppelant PIC X(20) VALUE SPACES.

01 TablePassages.
    02 PA-Nombre PIC 999 VALUE ZERO.

01 Separateur PIC X(33) VALUE ALL "-".

LINKAGE SECTION.
01 LiaisonEtape.
    02 LE-DateVisee         PIC 9(08).
    02 LE-ProgrammeAppelant PIC X(20).
    02 LE-Filler            PIC X(12).

PROCEDURE DIVISION USING LiaisonEtape.
Debut.
    DISPLAY "Sommaire d'exploitation du jour"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonEtape NOT = NULL
        MOVE LE-DateVisee         TO CS-DateVisee
        MOVE LE-ProgrammeAppelant TO CS-ProgrammeAppelant
    ELSE
        DISPLAY "Date du sommaire (AAAAMMJJ, 0 = aujourd'hui) :  "
            WITH NO ADVANCING
        ACCEPT  CS-DateVisee
    END-IF
    IF CS-DateVisee = ZERO
        ACCEPT CS-DateVisee FROM DATE YYYYMMDD
    END-IF

SignalerUnPassage.
    IF PA-FinRecue (PA-Index) = "N"
       AND PA-Programme (PA-Index) = CS-ProgrammeAppelant
        MOVE SPACES TO LR-Texte
        STRING "  " DELIMITED BY SIZE
               PA-Programme (PA-Index) DELIMITED BY SIZE
               " lancé à " DELIMITED BY SIZE
               PA-HeureDebut (PA-Index) DELIMITED BY SIZE
               " en cours (chaîne appelante)" DELIMITED BY SIZE
            INTO LR-Texte
        WRITE EnrRapportTexte FROM LR-Texte
    ELSE IF PA-FinRecue (PA-Index) = "N"
        ADD 1 TO SO-NombreAnomalies
        MOVE SPACES TO LR-Texte
        STRING "  " DELIMITED BY SIZE
    ELSE
        IF PA-Statut (PA-Index) NOT = "TERMINE"
           AND PA-Statut (PA-Index) NOT = "BALANCE"
           AND PA-Statut (PA-Index) NOT = "CAPITALISE"
           AND PA-Statut (PA-Index) NOT = "REPRIS"
           AND PA-Statut (PA-Index) NOT = "PROPRE"
           AND PA-Statut (PA-Index) NOT = "SANS CHGT"
           AND PA-Statut (PA-Index) NOT = "AUCUN"
            WRITE EnrRapportTexte FROM LR-Texte
        END-IF
    END-IF
    END-IF
    .
