*> SSH5201-Interets refuse ensuite toute écriture datée dans une période
*> fermée, ce qui met fin aux reprises comptabilisées dans le mauvais
*> mois.
*> 2026-10-15 : La clôture exige que la comptabilité ait approuvé la
*> conciliation du registre des prêts au grand livre pour la période
*> (conciliations_approuvees.txt, tenu par SSH5201-Conciliation), datée
*> de la fin de période ou après.
*> 2026-10-15 : Lancée par la chaîne de fin de mois (SSH5201-ChaineMois),
*> la fin de période clôture sans menu la période reçue en liaison et
*> rend le code retour zéro si elle est fermée, huit sinon.
*> 2026-10-15 : L'approbation de la conciliation doit aussi suivre la
*> fin du dernier passage qui a changé les soldes du fichier maître ou
*> les prêts en cours 120100 (lot BALANCE ou capitalisation CAPITALISE
*> de SSH5201-Interets, retours REPRIS de SSH5201-Prelevements,
*> restauration RESTAURE ou INCOMPLETE de SSH5201-Generations, ayant
*> traité au moins un compte, selon journal_execution.txt) : une
*> conciliation approuvée avant ce passage ne couvre pas ses écritures.
*> Les intérêts courus, la réconciliation, la génération des
*> prélèvements et la révision des taux ne touchent pas aux soldes et
*> laissent l'approbation valide.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT SommaireFile   ASSIGN TO "sommaire_periode.txt"
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS Sommaire-Statut.
    SELECT ApprobationFile ASSIGN TO "conciliations_approuvees.txt"
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS Approbation-Statut.
    SELECT JournalExecution ASSIGN TO "journal_execution.txt"
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS JournalExecution-Statut.

DATA DIVISION.
FILE SECTION.
    02 ST-Libelle PIC X(36).
    02 ST-Valeur  PIC -,---,---,---,--9.99.

FD  ApprobationFile.
01  EnrApprobation.
    02 RA-NumeroPeriode    PIC 9(06).
    02 RA-FillerA          PIC X(02).
    02 RA-Date             PIC 9(08).
    02 RA-Heure            PIC 9(08).
    02 RA-FillerB          PIC X(02).
    02 RA-Operateur        PIC X(08).
    02 RA-FillerC          PIC X(02).
    02 RA-SoldeRegistre    PIC 9(13)V99.
    02 RA-FillerD          PIC X(02).
    02 RA-PositionGL       PIC S9(13)V99 SIGN LEADING SEPARATE.
    02 RA-FillerE          PIC X(02).
    02 RA-EcartNonExplique PIC S9(13)V99 SIGN LEADING SEPARATE.

FD  JournalExecution.
01  EnrJournalExecution.
    02 JE-Date          PIC 9(08).
    02 JE-Heure         PIC 9(08).
    02 JE-Programme     PIC X(20).
       88 ProgrammeMajSoldes VALUE "SSH5201-Interets",
                                   "SSH5201-Prelevements",
                                   "SSH5201-Generations".
    02 JE-FillerA       PIC X(02).
    02 JE-Operateur     PIC X(08).
    02 JE-FillerB       PIC X(02).
    02 JE-Phase         PIC X(05).
    02 JE-FillerC       PIC X(02).
    02 JE-NombreLus     PIC 9(07).
    02 JE-FillerD       PIC X(02).
    02 JE-NombreTraites PIC 9(07).
    02 JE-FillerE       PIC X(02).
    02 JE-NombreRejetes PIC 9(07).
    02 JE-FillerF       PIC X(02).
    02 JE-Statut        PIC X(12).
       88 StatutMajSoldes VALUE "BALANCE", "CAPITALISE", "REPRIS",
                                "RESTAURE", "INCOMPLETE".

WORKING-STORAGE SECTION.
01 Indicateurs-Fichiers.
    02 Calendrier-Statut PIC X(02) VALUE SPACES.
    02 GrandLivre-Statut PIC X(02) VALUE SPACES.
    02 Sommaire-Statut   PIC X(02) VALUE SPACES.
    02 Approbation-Statut PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut PIC X(02) VALUE SPACES.
    02 FinCalendrier     PIC X(01) VALUE "N".
       88 PasFinCalendrier VALUE "N".
       88 FinDuCalendrier  VALUE "O".
    02 FinGrandLivre     PIC X(01) VALUE "N".
       88 PasFinGrandLivre VALUE "N".
       88 FinDuGrandLivre  VALUE "O".
    02 FinApprobations   PIC X(01) VALUE "N".
       88 PasFinApprobations VALUE "N".
       88 FinDesApprobations VALUE "O".
    02 FinJournal        PIC X(01) VALUE "N".
       88 PasFinJournal VALUE "N".
       88 FinDuJournal  VALUE "O".

01 ModeFinPeriode.
    02 FP-Choix PIC 9 VALUE 9.
    02 EP-NumeroPeriode PIC 9(06) VALUE ZERO.
    02 EP-DateDebut     PIC 9(08) VALUE ZERO.
    02 EP-DateFin       PIC 9(08) VALUE ZERO.
    02 EP-Cloture       PIC X(01) VALUE "N".
       88 PeriodeCloturee    VALUE "O".
       88 PeriodeNonCloturee VALUE "N".

01 RecherchePeriode.
    02 RP-Trouvee PIC X(01) VALUE "N".
    02 CS-NombreEcritures PIC 9(07)     VALUE ZERO.
    02 CS-NombreRetenues  PIC 9(07)     VALUE ZERO.

*> Dernière approbation de la conciliation retenue pour la période.
01 ApprobationConciliation.
    02 AC-Approuvee        PIC X(01) VALUE "N".
       88 ConciliationApprouvee    VALUE "O".
       88 ConciliationNonApprouvee VALUE "N".
    02 AC-Date             PIC 9(08) VALUE ZERO.
    02 AC-Horodatage.
       03 AC-DateHoro      PIC 9(08) VALUE ZERO.
       03 AC-HeureHoro     PIC 9(08) VALUE ZERO.
    02 AC-DernierPassage.
       03 AC-DatePassage   PIC 9(08) VALUE ZERO.
       03 AC-HeurePassage  PIC 9(08) VALUE ZERO.
    02 AC-Passage.
       03 AC-DateLue       PIC 9(08) VALUE ZERO.
       03 AC-HeureLue      PIC 9(08) VALUE ZERO.
    02 AC-Operateur        PIC X(08) VALUE SPACES.
    02 AC-EcartNonExplique PIC S9(13)V99 VALUE ZERO.
    02 AC-EcartEdite       PIC -,---,---,---,--9.99.

01 Autorisation.
    02 AU-Operateur PIC X(08) VALUE SPACES.

    02 LO-AutLot            PIC X(01).
    02 LO-AutCapitalisation PIC X(01).
    02 LO-AutPolitique      PIC X(01).
01 LiaisonEtape.
    02 LE-NumeroPeriode     PIC 9(06).
    02 LE-Filler            PIC X(34).

PROCEDURE DIVISION USING LiaisonOperateur LiaisonEtape.
Debut.
    DISPLAY "Fin de période comptable"
    DISPLAY SPACE
    END-IF

    PERFORM ChargerCalendrier
    IF ADDRESS OF LiaisonEtape NOT = NULL
        PERFORM CloturerPeriode
        IF PeriodeCloturee
            MOVE ZERO TO RETURN-CODE
        ELSE
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        PERFORM TraiterUnChoix UNTIL FP-Retour
    END-IF
    IF CAL-NombrePeriodes > ZERO
        PERFORM EcrireCalendrier
    END-IF
*> --------------------------------------------------------------------

CloturerPeriode.
    SET PeriodeNonCloturee TO TRUE
    IF ADDRESS OF LiaisonEtape NOT = NULL
        MOVE LE-NumeroPeriode TO EP-NumeroPeriode
        DISPLAY "Clôture de la période ", EP-NumeroPeriode
    ELSE
        DISPLAY "Numéro de période à clôturer (AAAAMM) :  "
            WITH NO ADVANCING
        ACCEPT  EP-NumeroPeriode
    END-IF
    PERFORM ChercherPeriode

    IF PeriodePasTrouvee
        ELSE
            MOVE CAL-DateDebut (CAL-Index) TO EP-DateDebut
            MOVE CAL-DateFin (CAL-Index)   TO EP-DateFin
            PERFORM VerifierApprobation

            IF ConciliationNonApprouvee
                DISPLAY "*** Conciliation du registre des prêts non ",
                        "approuvée pour la période ", EP-NumeroPeriode,
                        " -- clôture refusée ***"
                DISPLAY "    (approbation requise dans SSH5201-Conciliation",
                        " à compter du ", EP-DateFin, ")"
                IF AC-DatePassage NOT = ZERO
                    DISPLAY "    (et après le passage terminé le ",
                            AC-DatePassage, " à ", AC-HeurePassage (1:4),
                            " qui a changé les soldes du fichier maître)"
                END-IF
            ELSE
                MOVE AC-EcartNonExplique TO AC-EcartEdite
                DISPLAY "Conciliation approuvée le ", AC-Date, " par ",
                        AC-Operateur, " -- écart non expliqué ",
                        AC-EcartEdite
                PERFORM TotaliserGrandLivre

                IF CS-NombreRetenues = ZERO
                    DISPLAY "Aucune écriture de la période dans ",
                            "gl_interface.txt"
                END-IF

                PERFORM EcrireSommaire
                SET CAL-Index TO RP-Position
                MOVE "F" TO CAL-Etat (CAL-Index)
                SET PeriodeCloturee TO TRUE
                DISPLAY "Période ", EP-NumeroPeriode, " fermée -- sommaire ",
                        "écrit dans sommaire_periode.txt"
            END-IF
        END-IF
    END-IF
    .

*> Une approbation compte si elle est datée du dernier jour de la
*> période ou après, et postérieure à la fin du dernier passage qui a
*> changé les soldes du fichier maître : la conciliation doit couvrir
*> toute l'activité de la période. La plus récente est retenue.
VerifierApprobation.
    SET ConciliationNonApprouvee TO TRUE
    PERFORM ChercherDernierPassage
    SET PasFinApprobations TO TRUE
    OPEN INPUT ApprobationFile
    IF Approbation-Statut = "00"
        PERFORM LireUneApprobation UNTIL FinDesApprobations
        CLOSE ApprobationFile
    END-IF
    .

LireUneApprobation.
    READ ApprobationFile
        AT END
            SET FinDesApprobations TO TRUE
        NOT AT END
            MOVE RA-Date  TO AC-DateHoro
            MOVE RA-Heure TO AC-HeureHoro
            IF RA-NumeroPeriode = EP-NumeroPeriode
               AND RA-Date >= EP-DateFin
               AND AC-Horodatage > AC-DernierPassage
                SET ConciliationApprouvee TO TRUE
                MOVE RA-Date             TO AC-Date
                MOVE RA-Operateur        TO AC-Operateur
                MOVE RA-EcartNonExplique TO AC-EcartNonExplique
            END-IF
    END-READ
    .

*> Fin (FIN) la plus récente d'un passage qui a changé les soldes : le
*> programme et son statut de fin le désignent (lot BALANCE ou
*> capitalisation CAPITALISE de SSH5201-Interets, retours REPRIS de
*> SSH5201-Prelevements, restauration RESTAURE ou INCOMPLETE de
*> SSH5201-Generations), pourvu qu'il ait traité au moins un compte.
*> Sans journal, aucune exigence de plus.
ChercherDernierPassage.
    MOVE ZERO TO AC-DatePassage
    MOVE ZERO TO AC-HeurePassage
    SET PasFinJournal TO TRUE
    OPEN INPUT JournalExecution
    IF JournalExecution-Statut = "00"
        PERFORM LireUnPassage UNTIL FinDuJournal
        CLOSE JournalExecution
    END-IF
    .

LireUnPassage.
    READ JournalExecution
        AT END
            SET FinDuJournal TO TRUE
        NOT AT END
            IF JE-Phase = "FIN" AND ProgrammeMajSoldes
               AND StatutMajSoldes
               AND JE-NombreTraites IS NUMERIC
               AND JE-NombreTraites > ZERO
                MOVE JE-Date  TO AC-DateLue
                MOVE JE-Heure TO AC-HeureLue
                IF AC-Passage > AC-DernierPassage
                    MOVE AC-Passage TO AC-DernierPassage
                END-IF
            END-IF
    END-READ
    .

TotaliserGrandLivre.
    MOVE ZERO TO SOM-NombreComptes
    MOVE ZERO TO CS-TotalDebits
