IDENTIFICATION DIVISION.
PROGRAM-ID. SSH5201-ChaineMois IS INITIAL PROGRAM.
AUTHOR. Antoine Proulx.
*> Chaîne de fin de mois : enchaîne les programmes de la suite dans
*> l'ordre de la définition chaine_fin_mois.txt (numéro d'ordre,
*> programme, code retour maximal admis, paramètres du pas) -- par
*> défaut pré-édition, lot des transactions (SSH5201-Interets mode 2),
*> capitalisation (mode 6), relevés de clients, clôture de la période
*> (SSH5201-FinPeriode) et sommaire d'exploitation. Chaque pas est
*> lancé sans saisie : SSH5201-Interets reçoit son mode par le fichier
*> parametres_execution.txt, rétabli après le pas, et les autres
*> programmes reçoivent leurs paramètres en liaison. La chaîne s'arrête
*> au premier pas dont le code retour dépasse le maximum admis. Chaque
*> pas est inscrit au journal des exécutions commun (un départ « PAS nn »
*> et une fin) à l'intérieur du passage de la chaîne ; une nouvelle
*> exécution après un échec reprend au pas en défaut, pour la même
*> période, en sautant les pas déjà réussis. Lancée sans liaison
*> (ordonnanceur), la chaîne tourne sans aucune saisie sous l'identité
*> ORDONNAN et reprend d'office une chaîne interrompue.
*> Dans la définition type, la clôture suit la capitalisation, qui
*> change les soldes : SSH5201-FinPeriode refuse donc de fermer (code
*> retour 8) tant que la conciliation n'a pas été approuvée de nouveau
*> dans SSH5201-Conciliation. La chaîne s'arrête alors à la clôture ;
*> une fois l'approbation faite, une nouvelle exécution reprend à ce pas.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DefinitionFile   ASSIGN TO "chaine_fin_mois.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Definition-Statut.
    SELECT CalendrierFile   ASSIGN TO "calendrier_periodes.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Calendrier-Statut.
    SELECT ParametresFile   ASSIGN TO "parametres_execution.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Parametres-Statut.
    SELECT JournalExecution ASSIGN TO "journal_execution.txt"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS JournalExecution-Statut.

DATA DIVISION.
FILE SECTION.
FD  DefinitionFile.
01  EnrDefinition.
    02 CD-Ordre       PIC 9(02).
    02 CD-FillerA     PIC X(02).
    02 CD-Programme   PIC X(20).
    02 CD-FillerB     PIC X(02).
    02 CD-CodeRetour  PIC 9(02).
    02 CD-FillerC     PIC X(02).
    02 CD-Parametres  PIC X(40).

FD  CalendrierFile.
01  EnrCalendrier.
    02 CP-NumeroPeriode PIC 9(06).
    02 CP-DateDebut     PIC 9(08).
    02 CP-DateFin       PIC 9(08).
    02 CP-Etat          PIC X(01).
       88 CP-PeriodeOuverte VALUE "O".
       88 CP-PeriodeFermee  VALUE "F".

FD  ParametresFile.
01  EnrParametres.
    02 PX-Operateur   PIC X(08).
    02 PX-Mode        PIC 9.
    02 PX-Devise      PIC 9.
    02 PX-Intervalle  PIC 9(05).
    02 PX-NomFichierTransactions PIC X(30).

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
    02 JE-StatutR REDEFINES JE-Statut.
       03 JE-StatutPas  PIC X(04).
       03 JE-NumeroPas  PIC 9(02).
       03 JE-FillerG    PIC X(06).

WORKING-STORAGE SECTION.
01 Indicateurs-Fichiers.
    02 Definition-Statut       PIC X(02) VALUE SPACES.
    02 Calendrier-Statut       PIC X(02) VALUE SPACES.
    02 Parametres-Statut       PIC X(02) VALUE SPACES.
    02 JournalExecution-Statut PIC X(02) VALUE SPACES.
    02 FinDefinition           PIC X(01) VALUE "N".
       88 PasFinDefinition VALUE "N".
       88 FinDeDefinition  VALUE "O".
    02 FinCalendrier           PIC X(01) VALUE "N".
       88 PasFinCalendrier VALUE "N".
       88 FinDuCalendrier  VALUE "O".
    02 FinJournal              PIC X(01) VALUE "N".
       88 PasFinJournal VALUE "N".
       88 FinDuJournal  VALUE "O".

01 ChoixChaine.
    02 CC-Choix PIC 9 VALUE 9.
       88 CC-Retour     VALUE 0.
       88 CC-Executer   VALUE 1.
       88 CC-Afficher   VALUE 2.
       88 CC-DefinitionType VALUE 3.
    02 CC-Confirmation PIC X(01) VALUE "N".
       88 CC-Confirme VALUE "O", "o".

01 ModeLancement.
    02 ML-Mode PIC X(01) VALUE "I".
       88 LancementInteractif VALUE "I".
       88 LancementOrdonnance VALUE "O".

*> Identité et autorités transmises aux pas : celles de la session du
*> menu, ou celles de l'ordonnanceur pour un lancement direct.
01 SessionChaine.
    02 SC-Operateur         PIC X(08) VALUE SPACES.
    02 SC-AutEnquete        PIC X(01) VALUE "N".
    02 SC-AutCalculs        PIC X(01) VALUE "N".
    02 SC-AutLot            PIC X(01) VALUE "N".
    02 SC-AutCapitalisation PIC X(01) VALUE "N".
    02 SC-AutPolitique      PIC X(01) VALUE "N".

01 NomsProgrammes.
    02 NP-Chaine     PIC X(20) VALUE "SSH5201-ChaineMois".
    02 NP-PreEdit    PIC X(20) VALUE "SSH5201-PreEdit".
    02 NP-Interets   PIC X(20) VALUE "SSH5201-Interets".
    02 NP-Releves    PIC X(20) VALUE "SSH5201-Releves".
    02 NP-FinPeriode PIC X(20) VALUE "SSH5201-FinPeriode".
    02 NP-FinJournee PIC X(20) VALUE "SSH5201-FinJournee".

*> Pas de la définition, triés par numéro d'ordre.
01 TableChaine.
    02 CH-Nombre PIC 99 VALUE ZERO.
    02 CH-Pas OCCURS 20 TIMES INDEXED BY CH-Index.
       03 CH-Ordre      PIC 9(02).
       03 CH-Programme  PIC X(20).
       03 CH-CodeRetour PIC 9(02).
       03 CH-Parametres PIC X(40).

01 TriChaine.
    02 TR-Position PIC 99 VALUE ZERO.
    02 TR-Suivante PIC 99 VALUE ZERO.
    02 TR-Echange  PIC X(01) VALUE "N".
       88 TriTermine VALUE "N".
       88 TriEnCours VALUE "O".
    02 TR-Tampon   PIC X(64).

01 ValidationDefinition.
    02 VD-Valide PIC X(01) VALUE "O".
       88 DefinitionValide   VALUE "O".
       88 DefinitionInvalide VALUE "N".
    02 VD-NombreErreurs PIC 99 VALUE ZERO.

*> Paramètres d'un pas tels qu'écrits dans la définition.
01 ParametresPas.
    02 PP-Texte PIC X(40) VALUE SPACES.
    02 PP-PreEdit REDEFINES PP-Texte.
       03 PP-NomFichier     PIC X(30).
       03 PP-SeuilErreurs   PIC 9(02).
       03 PP-FillerA        PIC X(08).
    02 PP-Interets REDEFINES PP-Texte.
       03 PP-Mode           PIC 9(01).
       03 PP-Devise         PIC 9(01).
       03 PP-Intervalle     PIC 9(05).
       03 PP-NomTransactions PIC X(30).
       03 PP-FillerB        PIC X(03).
    02 PP-Releves REDEFINES PP-Texte.
       03 PP-DeviseReleves  PIC 9(01).
       03 PP-FillerC        PIC X(39).

*> Paramètres transmis en liaison au programme du pas.
01 EtapeTransmise.
    02 ET-Texte PIC X(40) VALUE SPACES.
    02 ET-PreEdit REDEFINES ET-Texte.
       03 ET-NomFichier     PIC X(30).
       03 ET-SeuilErreurs   PIC 9(02).
       03 ET-FillerA        PIC X(08).
    02 ET-Releves REDEFINES ET-Texte.
       03 ET-DateDebut      PIC 9(08).
       03 ET-DateFin        PIC 9(08).
       03 ET-Devise         PIC 9(01).
       03 ET-FillerB        PIC X(23).
    02 ET-FinPeriode REDEFINES ET-Texte.
       03 ET-NumeroPeriode  PIC 9(06).
       03 ET-FillerC        PIC X(34).
    02 ET-FinJournee REDEFINES ET-Texte.
       03 ET-DateVisee      PIC 9(08).
       03 ET-ProgrammeAppelant PIC X(20).
       03 ET-FillerD        PIC X(12).

*> Fichier des paramètres d'exécution de SSH5201-Interets tel qu'il
*> était avant le pas, rétabli après.
01 ParametresSauves.
    02 PS-Existe PIC X(01) VALUE "N".
       88 ParametresExistants VALUE "O".
       88 ParametresAbsents   VALUE "N".
    02 PS-Enregistrement PIC X(45) VALUE SPACES.

*> Calendrier des périodes (entretenu par SSH5201-FinPeriode).
01 TableCalendrier.
    02 CAL-NombrePeriodes PIC 99 VALUE ZERO.
    02 CAL-Periode OCCURS 48 TIMES INDEXED BY CAL-Index.
       03 CAL-Numero    PIC 9(06).
       03 CAL-DateDebut PIC 9(08).
       03 CAL-DateFin   PIC 9(08).
       03 CAL-Etat      PIC X(01).

01 PeriodeChaine.
    02 PC-NumeroPeriode PIC 9(06) VALUE ZERO.
    02 PC-DateDebut     PIC 9(08) VALUE ZERO.
    02 PC-DateFin       PIC 9(08) VALUE ZERO.
    02 PC-Proposee      PIC 9(06) VALUE ZERO.
    02 PC-Trouvee       PIC X(01) VALUE "N".
       88 PeriodeTrouvee    VALUE "O".
       88 PeriodePasTrouvee VALUE "N".
    02 PC-DateJour      PIC 9(08) VALUE ZERO.

*> État de la dernière chaîne d'après le journal des exécutions : pas
*> réussis d'une chaîne non achevée, à sauter à la reprise.
01 RepriseChaine.
    02 RJ-Etat PIC X(01) VALUE "A".
       88 ChaineAchevee   VALUE "A".
       88 ChaineEnSuspens VALUE "S".
    02 RJ-Periode       PIC 9(06) VALUE ZERO.
    02 RJ-DateDebut     PIC 9(08) VALUE ZERO.
    02 RJ-PasCourant    PIC 9(02) VALUE ZERO.
    02 RJ-NombreReussis PIC 99    VALUE ZERO.
    02 RJ-Indice        PIC 99    VALUE ZERO.
    02 RJ-Reussi        PIC X(01) OCCURS 99 TIMES.
    02 RJ-Reprise       PIC X(01) VALUE "N".
       88 ExecutionReprise  VALUE "O".
       88 ExecutionNouvelle VALUE "N".

01 ExecutionPas.
    02 EX-CodeRetour     PIC S9(09) VALUE ZERO.
    02 EX-CodeRetourEdite PIC 9(03) VALUE ZERO.
    02 EX-Resultat       PIC X(01) VALUE "O".
       88 PasReussi  VALUE "O".
       88 PasEchoue  VALUE "N".
    02 EX-Chaine         PIC X(01) VALUE "O".
       88 ChaineEnOrdre  VALUE "O".
       88 ChaineEchouee  VALUE "N".
    02 EX-NombreExecutes PIC 99 VALUE ZERO.
    02 EX-NombreSautes   PIC 99 VALUE ZERO.
    02 EX-OrdreEchec     PIC 9(02) VALUE ZERO.

01 Autorisation.
    02 AU-Operateur PIC X(08) VALUE SPACES.

01 JournalisationExecution.
    02 JEX-Phase         PIC X(05) VALUE SPACES.
    02 JEX-Statut        PIC X(12) VALUE SPACES.
    02 JEX-NombreLus     PIC 9(07) VALUE ZERO.
    02 JEX-NombreTraites PIC 9(07) VALUE ZERO.
    02 JEX-NombreRejetes PIC 9(07) VALUE ZERO.

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
    DISPLAY "Chaîne de fin de mois"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonOperateur NOT = NULL
       AND LO-Operateur NOT = SPACES
        MOVE LiaisonOperateur TO SessionChaine
        MOVE LO-Operateur     TO AU-Operateur
        SET LancementInteractif TO TRUE
        PERFORM TraiterUnChoix UNTIL CC-Retour
    ELSE
        MOVE "ORDONNAN" TO SC-Operateur
        MOVE "O"        TO SC-AutEnquete
        MOVE "O"        TO SC-AutCalculs
        MOVE "O"        TO SC-AutLot
        MOVE "O"        TO SC-AutCapitalisation
        MOVE "O"        TO SC-AutPolitique
        MOVE SC-Operateur TO AU-Operateur
        SET LancementOrdonnance TO TRUE
        PERFORM ExecuterChaine
    END-IF

    GOBACK
    .

TraiterUnChoix.
    DISPLAY SPACE
    DISPLAY "  1 - Exécuter la chaîne (reprise au pas en défaut)"
    DISPLAY "  2 - Afficher la définition et l'état de la dernière chaîne"
    DISPLAY "  3 - Écrire la définition type (fichier absent seulement)"
    DISPLAY "  0 - Retour"
    DISPLAY "Choix :  " WITH NO ADVANCING
    ACCEPT  CC-Choix

    EVALUATE TRUE
        WHEN CC-Executer
            PERFORM ExecuterChaine
        WHEN CC-Afficher
            PERFORM AfficherChaine
        WHEN CC-DefinitionType
            PERFORM EcrireDefinitionType
        WHEN CC-Retour
            CONTINUE
        WHEN OTHER
            DISPLAY "*** Choix invalide ***"
    END-EVALUATE
    .

*> --------------------------------------------------------------------
*> Exécution : la définition est chargée et validée au complet avant le
*> premier pas ; la période de la chaîne est celle de la chaîne
*> interrompue à reprendre, sinon la plus ancienne période ouverte du
*> calendrier dont la fin est atteinte.
*> --------------------------------------------------------------------

ExecuterChaine.
    ACCEPT PC-DateJour FROM DATE YYYYMMDD
    PERFORM ChargerDefinition
    PERFORM ChargerCalendrier
    PERFORM LireEtatChaine
    SET ExecutionNouvelle TO TRUE

    IF Definition-Statut NOT = "00" OR CH-Nombre = ZERO
        DISPLAY "*** Définition chaine_fin_mois.txt absente ou vide -- ",
                "chaîne non lancée ***"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM ValiderDefinition
        IF DefinitionInvalide
            DISPLAY "*** ", VD-NombreErreurs, " erreur(s) dans la ",
                    "définition -- chaîne non lancée ***"
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM DeterminerReprise
            PERFORM DeterminerPeriode
            IF PeriodePasTrouvee
                DISPLAY "*** Aucune période ouverte à traiter au ",
                        "calendrier -- chaîne non lancée ***"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM DeroulerChaine
            END-IF
        END-IF
    END-IF
    .

ChargerDefinition.
    MOVE ZERO TO CH-Nombre
    SET PasFinDefinition TO TRUE
    OPEN INPUT DefinitionFile
    IF Definition-Statut = "00"
        PERFORM ChargerUnPas UNTIL FinDeDefinition
        CLOSE DefinitionFile
        MOVE "00" TO Definition-Statut
        SET TriEnCours TO TRUE
        PERFORM PasseDeTri UNTIL TriTermine
    END-IF
    .

ChargerUnPas.
    READ DefinitionFile
        AT END
            SET FinDeDefinition TO TRUE
        NOT AT END
            IF EnrDefinition NOT = SPACES
                IF CH-Nombre >= 20
                    DISPLAY "*** Nombre maximal de pas (20) atteint -- ",
                            "pas ", CD-Ordre, " ignoré ***"
                ELSE
                    ADD 1 TO CH-Nombre
                    SET CH-Index TO CH-Nombre
                    MOVE CD-Ordre      TO CH-Ordre (CH-Index)
                    MOVE CD-Programme  TO CH-Programme (CH-Index)
                    MOVE CD-CodeRetour TO CH-CodeRetour (CH-Index)
                    MOVE CD-Parametres TO CH-Parametres (CH-Index)
                END-IF
            END-IF
    END-READ
    .

PasseDeTri.
    SET TriTermine TO TRUE
    PERFORM ComparerUnePaire
        VARYING TR-Position FROM 1 BY 1 UNTIL TR-Position >= CH-Nombre
    .

ComparerUnePaire.
    COMPUTE TR-Suivante = TR-Position + 1
    IF CH-Ordre (TR-Position) > CH-Ordre (TR-Suivante)
        MOVE CH-Pas (TR-Position) TO TR-Tampon
        MOVE CH-Pas (TR-Suivante) TO CH-Pas (TR-Position)
        MOVE TR-Tampon            TO CH-Pas (TR-Suivante)
        SET TriEnCours TO TRUE
    END-IF
    .

*> Chaque pas doit porter un numéro d'ordre unique, un programme connu
*> de la chaîne (et un mode de calcul permis pour SSH5201-Interets) et
*> rester dans les autorités de la session qui lance la chaîne.
ValiderDefinition.
    SET DefinitionValide TO TRUE
    MOVE ZERO TO VD-NombreErreurs
    PERFORM ValiderUnPas
        VARYING CH-Index FROM 1 BY 1 UNTIL CH-Index > CH-Nombre
    .

ValiderUnPas.
    MOVE CH-Parametres (CH-Index) TO PP-Texte
    IF CH-Ordre (CH-Index) NOT NUMERIC OR CH-Ordre (CH-Index) = ZERO
        DISPLAY "  Pas ", CH-Ordre (CH-Index), " : numéro d'ordre invalide"
        PERFORM SignalerErreurDefinition
    END-IF
    IF CH-Index > 1
        IF CH-Ordre (CH-Index) = CH-Ordre (CH-Index - 1)
            DISPLAY "  Pas ", CH-Ordre (CH-Index), " : numéro d'ordre en double"
            PERFORM SignalerErreurDefinition
        END-IF
    END-IF
    IF CH-CodeRetour (CH-Index) NOT NUMERIC
        DISPLAY "  Pas ", CH-Ordre (CH-Index), " : code retour invalide"
        PERFORM SignalerErreurDefinition
    END-IF

    EVALUATE CH-Programme (CH-Index)
        WHEN NP-PreEdit
            IF SC-AutLot NOT = "O"
                PERFORM SignalerAutoriteManquante
            END-IF
        WHEN NP-Interets
            EVALUATE TRUE
                WHEN PP-Mode = 2
                    IF SC-AutLot NOT = "O"
                        PERFORM SignalerAutoriteManquante
                    END-IF
                WHEN PP-Mode = 6 OR PP-Mode = 8
                    IF SC-AutCapitalisation NOT = "O"
                        PERFORM SignalerAutoriteManquante
                    END-IF
                WHEN OTHER
                    DISPLAY "  Pas ", CH-Ordre (CH-Index), " : mode ",
                            PP-Mode, " de SSH5201-Interets non permis ",
                            "(2, 6 ou 8)"
                    PERFORM SignalerErreurDefinition
            END-EVALUATE
        WHEN NP-Releves
        WHEN NP-FinJournee
            IF SC-AutEnquete NOT = "O"
                PERFORM SignalerAutoriteManquante
            END-IF
        WHEN NP-FinPeriode
            IF SC-AutPolitique NOT = "O"
                PERFORM SignalerAutoriteManquante
            END-IF
        WHEN OTHER
            DISPLAY "  Pas ", CH-Ordre (CH-Index), " : programme ",
                    CH-Programme (CH-Index), " inconnu de la chaîne"
            PERFORM SignalerErreurDefinition
    END-EVALUATE
    .

SignalerAutoriteManquante.
    DISPLAY "  Pas ", CH-Ordre (CH-Index), " : ", CH-Programme (CH-Index),
            " hors des autorités du profil de ", AU-Operateur
    PERFORM SignalerErreurDefinition
    .

SignalerErreurDefinition.
    SET DefinitionInvalide TO TRUE
    ADD 1 TO VD-NombreErreurs
    .

ChargerCalendrier.
    MOVE ZERO TO CAL-NombrePeriodes
    SET PasFinCalendrier TO TRUE
    OPEN INPUT CalendrierFile
    IF Calendrier-Statut = "00"
        PERFORM ChargerUnePeriode UNTIL FinDuCalendrier
        CLOSE CalendrierFile
    END-IF
    .

ChargerUnePeriode.
    READ CalendrierFile
        AT END
            SET FinDuCalendrier TO TRUE
        NOT AT END
            IF CAL-NombrePeriodes < 48
                ADD 1 TO CAL-NombrePeriodes
                SET CAL-Index TO CAL-NombrePeriodes
                MOVE CP-NumeroPeriode TO CAL-Numero (CAL-Index)
                MOVE CP-DateDebut     TO CAL-DateDebut (CAL-Index)
                MOVE CP-DateFin       TO CAL-DateFin (CAL-Index)
                MOVE CP-Etat          TO CAL-Etat (CAL-Index)
            END-IF
    END-READ
    .

*> --------------------------------------------------------------------
*> État de la dernière chaîne : seules les entrées de la chaîne sont
*> retenues. Un départ « EN COURS » ouvre une nouvelle chaîne (les pas
*> réussis sont oubliés), un départ « REPRISE » continue la précédente,
*> un départ « PAS nn » ouvre le pas nn, que sa fin TERMINE marque
*> réussi ; la fin TERMINE de la chaîne elle-même la déclare achevée.
*> --------------------------------------------------------------------

LireEtatChaine.
    SET ChaineAchevee TO TRUE
    PERFORM OublierPasReussis
    MOVE ZERO TO RJ-Periode
    MOVE ZERO TO RJ-DateDebut
    MOVE ZERO TO RJ-PasCourant
    SET PasFinJournal TO TRUE
    OPEN INPUT JournalExecution
    IF JournalExecution-Statut = "00"
        PERFORM LireUneEntreeJournal UNTIL FinDuJournal
        CLOSE JournalExecution
    END-IF
    .

OublierPasReussis.
    MOVE ZERO TO RJ-NombreReussis
    PERFORM OublierUnPas VARYING RJ-Indice FROM 1 BY 1 UNTIL RJ-Indice > 99
    .

OublierUnPas.
    MOVE "N" TO RJ-Reussi (RJ-Indice)
    .

LireUneEntreeJournal.
    READ JournalExecution
        AT END
            SET FinDuJournal TO TRUE
        NOT AT END
            IF JE-Programme = NP-Chaine
                PERFORM PointerEntreeChaine
            END-IF
    END-READ
    .

PointerEntreeChaine.
    EVALUATE TRUE
        WHEN JE-Phase = "DEBUT" AND JE-StatutPas = "PAS "
            MOVE JE-NumeroPas TO RJ-PasCourant
        WHEN JE-Phase = "DEBUT" AND JE-Statut = "REPRISE"
            SET ChaineEnSuspens TO TRUE
            MOVE JE-NombreLus TO RJ-Periode
            MOVE ZERO         TO RJ-PasCourant
        WHEN JE-Phase = "DEBUT"
            SET ChaineEnSuspens TO TRUE
            PERFORM OublierPasReussis
            MOVE JE-NombreLus TO RJ-Periode
            MOVE JE-Date      TO RJ-DateDebut
            MOVE ZERO         TO RJ-PasCourant
        WHEN RJ-PasCourant NOT = ZERO
            IF JE-Statut = "TERMINE"
               AND RJ-Reussi (RJ-PasCourant) NOT = "O"
                MOVE "O" TO RJ-Reussi (RJ-PasCourant)
                ADD 1 TO RJ-NombreReussis
            END-IF
            MOVE ZERO TO RJ-PasCourant
        WHEN JE-Statut = "TERMINE"
            SET ChaineAchevee TO TRUE
            PERFORM OublierPasReussis
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Une chaîne non achevée qui a déjà réussi des pas est reprise --
*> d'office pour l'ordonnanceur, sur confirmation à la console.
DeterminerReprise.
    IF ChaineEnSuspens AND RJ-NombreReussis > ZERO
        DISPLAY "Chaîne de la période ", RJ-Periode, " lancée le ",
                RJ-DateDebut, " non achevée -- ", RJ-NombreReussis,
                " pas déjà réussi(s)"
        IF LancementOrdonnance
            SET ExecutionReprise TO TRUE
        ELSE
            DISPLAY "Reprendre au pas en défaut (O = reprise, N = repartir ",
                    "du premier pas) :  " WITH NO ADVANCING
            ACCEPT  CC-Confirmation
            IF CC-Confirme
                SET ExecutionReprise TO TRUE
            END-IF
        END-IF
    END-IF
    .

DeterminerPeriode.
    SET PeriodePasTrouvee TO TRUE
    IF ExecutionReprise
        MOVE RJ-Periode TO PC-NumeroPeriode
    ELSE
        PERFORM ProposerPeriode
        MOVE PC-Proposee TO PC-NumeroPeriode
        IF LancementInteractif
            DISPLAY "Période de fin de mois (AAAAMM, 0 = ", PC-Proposee,
                    ") :  " WITH NO ADVANCING
            ACCEPT  PC-NumeroPeriode
            IF PC-NumeroPeriode = ZERO
                MOVE PC-Proposee TO PC-NumeroPeriode
            END-IF
        END-IF
    END-IF

    IF PC-NumeroPeriode NOT = ZERO
        PERFORM ChercherPeriode
            VARYING CAL-Index FROM 1 BY 1
            UNTIL CAL-Index > CAL-NombrePeriodes OR PeriodeTrouvee
    END-IF
    .

*> La plus ancienne période encore ouverte dont la fin est atteinte.
ProposerPeriode.
    MOVE ZERO TO PC-Proposee
    PERFORM ProposerUnePeriode
        VARYING CAL-Index FROM 1 BY 1 UNTIL CAL-Index > CAL-NombrePeriodes
    .

ProposerUnePeriode.
    IF CAL-Etat (CAL-Index) NOT = "F"
       AND CAL-DateFin (CAL-Index) <= PC-DateJour
        IF PC-Proposee = ZERO OR CAL-Numero (CAL-Index) < PC-Proposee
            MOVE CAL-Numero (CAL-Index) TO PC-Proposee
        END-IF
    END-IF
    .

ChercherPeriode.
    IF CAL-Numero (CAL-Index) = PC-NumeroPeriode
        SET PeriodeTrouvee TO TRUE
        MOVE CAL-DateDebut (CAL-Index) TO PC-DateDebut
        MOVE CAL-DateFin (CAL-Index)   TO PC-DateFin
    END-IF
    .

*> --------------------------------------------------------------------
*> Déroulement : un pas déjà réussi de la chaîne reprise est sauté sans
*> être relancé ; la chaîne s'arrête au premier pas en défaut.
*> --------------------------------------------------------------------

DeroulerChaine.
    MOVE "DEBUT" TO JEX-Phase
    IF ExecutionReprise
        MOVE "REPRISE"  TO JEX-Statut
    ELSE
        MOVE "EN COURS" TO JEX-Statut
    END-IF
    MOVE PC-NumeroPeriode TO JEX-NombreLus
    MOVE ZERO TO JEX-NombreTraites
    MOVE ZERO TO JEX-NombreRejetes
    PERFORM EcrireJournalExecution

    DISPLAY "Chaîne de fin de mois de la période ", PC-NumeroPeriode,
            " (", PC-DateDebut, " au ", PC-DateFin, ")"
    DISPLAY Separateur
    SET ChaineEnOrdre TO TRUE
    MOVE ZERO TO EX-NombreExecutes
    MOVE ZERO TO EX-NombreSautes
    MOVE ZERO TO EX-OrdreEchec

    PERFORM DeroulerUnPas
        VARYING CH-Index FROM 1 BY 1
        UNTIL CH-Index > CH-Nombre OR ChaineEchouee

    DISPLAY Separateur
    MOVE "FIN" TO JEX-Phase
    MOVE CH-Nombre         TO JEX-NombreLus
    MOVE EX-NombreExecutes TO JEX-NombreTraites
    IF ChaineEnOrdre
        MOVE ZERO      TO JEX-NombreRejetes
        MOVE "TERMINE" TO JEX-Statut
        MOVE ZERO      TO RETURN-CODE
        DISPLAY "Chaîne achevée -- ", EX-NombreExecutes, " pas exécuté(s), ",
                EX-NombreSautes, " pas sauté(s) (déjà réussis)"
    ELSE
        MOVE 1         TO JEX-NombreRejetes
        MOVE "ECHEC"   TO JEX-Statut
        MOVE 8         TO RETURN-CODE
        DISPLAY "*** Chaîne arrêtée au pas ", EX-OrdreEchec, " -- corriger ",
                "puis relancer : la chaîne reprendra à ce pas ***"
    END-IF
    PERFORM EcrireJournalExecution
    .

DeroulerUnPas.
    IF ExecutionReprise AND RJ-Reussi (CH-Ordre (CH-Index)) = "O"
        ADD 1 TO EX-NombreSautes
        DISPLAY "Pas ", CH-Ordre (CH-Index), " ", CH-Programme (CH-Index),
                " déjà réussi -- sauté"
    ELSE
        PERFORM ExecuterUnPas
    END-IF
    .

ExecuterUnPas.
    DISPLAY "Pas ", CH-Ordre (CH-Index), " ", CH-Programme (CH-Index),
            " lancé"
    MOVE "DEBUT" TO JEX-Phase
    MOVE SPACES  TO JEX-Statut
    STRING "PAS "             DELIMITED BY SIZE
           CH-Ordre (CH-Index) DELIMITED BY SIZE
        INTO JEX-Statut
    MOVE ZERO TO JEX-NombreLus
    MOVE ZERO TO JEX-NombreTraites
    MOVE ZERO TO JEX-NombreRejetes
    PERFORM EcrireJournalExecution

    MOVE CH-Parametres (CH-Index) TO PP-Texte
    MOVE SPACES TO ET-Texte
    MOVE ZERO   TO RETURN-CODE
    EVALUATE CH-Programme (CH-Index)
        WHEN NP-PreEdit
            MOVE PP-NomFichier TO ET-NomFichier
            IF PP-SeuilErreurs IS NUMERIC
                MOVE PP-SeuilErreurs TO ET-SeuilErreurs
            ELSE
                MOVE ZERO TO ET-SeuilErreurs
            END-IF
            CALL "SSH5201-PreEdit" USING SessionChaine EtapeTransmise
        WHEN NP-Interets
            PERFORM PreparerParametresInterets
            CALL "SSH5201-Interets" USING SessionChaine
            MOVE RETURN-CODE TO EX-CodeRetour
            PERFORM RetablirParametresInterets
            MOVE EX-CodeRetour TO RETURN-CODE
        WHEN NP-Releves
            MOVE PC-DateDebut TO ET-DateDebut
            MOVE PC-DateFin   TO ET-DateFin
            IF PP-DeviseReleves IS NUMERIC AND PP-DeviseReleves NOT = ZERO
                MOVE PP-DeviseReleves TO ET-Devise
            ELSE
                MOVE 1 TO ET-Devise
            END-IF
            CALL "SSH5201-Releves" USING EtapeTransmise
        WHEN NP-FinPeriode
            MOVE PC-NumeroPeriode TO ET-NumeroPeriode
            CALL "SSH5201-FinPeriode" USING SessionChaine EtapeTransmise
        WHEN NP-FinJournee
            MOVE PC-DateJour TO ET-DateVisee
            MOVE NP-Chaine   TO ET-ProgrammeAppelant
            CALL "SSH5201-FinJournee" USING EtapeTransmise
    END-EVALUATE
    MOVE RETURN-CODE TO EX-CodeRetour
    MOVE ZERO TO RETURN-CODE

    IF EX-CodeRetour < ZERO OR EX-CodeRetour > CH-CodeRetour (CH-Index)
        SET PasEchoue TO TRUE
    ELSE
        SET PasReussi TO TRUE
    END-IF

    MOVE "FIN" TO JEX-Phase
    IF PasReussi
        ADD 1 TO EX-NombreExecutes
        MOVE "TERMINE" TO JEX-Statut
        MOVE 1    TO JEX-NombreTraites
        MOVE ZERO TO JEX-NombreRejetes
        DISPLAY "Pas ", CH-Ordre (CH-Index), " ", CH-Programme (CH-Index),
                " réussi (code retour ", EX-CodeRetour, ")"
    ELSE
        SET ChaineEchouee TO TRUE
        MOVE CH-Ordre (CH-Index) TO EX-OrdreEchec
        IF EX-CodeRetour < ZERO OR EX-CodeRetour > 999
            MOVE 999 TO EX-CodeRetourEdite
        ELSE
            MOVE EX-CodeRetour TO EX-CodeRetourEdite
        END-IF
        MOVE SPACES TO JEX-Statut
        STRING "ECHEC RC "        DELIMITED BY SIZE
               EX-CodeRetourEdite DELIMITED BY SIZE
            INTO JEX-Statut
        MOVE ZERO TO JEX-NombreTraites
        MOVE 1    TO JEX-NombreRejetes
        DISPLAY "*** Pas ", CH-Ordre (CH-Index), " ",
                CH-Programme (CH-Index), " en défaut : code retour ",
                EX-CodeRetour, ", maximum admis ", CH-CodeRetour (CH-Index),
                " ***"
    END-IF
    MOVE ZERO TO JEX-NombreLus
    PERFORM EcrireJournalExecution
    .

*> SSH5201-Interets prend son mode dans parametres_execution.txt ; le
*> fichier présent avant le pas est mis de côté puis rétabli ; un
*> fichier créé pour le pas est vidé après lui (un fichier vide vaut
*> l'absence de paramètres).
PreparerParametresInterets.
    SET ParametresAbsents TO TRUE
    OPEN INPUT ParametresFile
    IF Parametres-Statut = "00"
        READ ParametresFile
            AT END
                CONTINUE
            NOT AT END
                SET ParametresExistants TO TRUE
                MOVE EnrParametres TO PS-Enregistrement
        END-READ
        CLOSE ParametresFile
    END-IF

    OPEN OUTPUT ParametresFile
    INITIALIZE EnrParametres
    MOVE SC-Operateur TO PX-Operateur
    MOVE PP-Mode      TO PX-Mode
    IF PP-Devise IS NUMERIC AND PP-Devise NOT = ZERO
        MOVE PP-Devise TO PX-Devise
    ELSE
        MOVE 1 TO PX-Devise
    END-IF
    IF PP-Intervalle IS NUMERIC
        MOVE PP-Intervalle TO PX-Intervalle
    ELSE
        MOVE ZERO TO PX-Intervalle
    END-IF
    MOVE PP-NomTransactions TO PX-NomFichierTransactions
    WRITE EnrParametres
    CLOSE ParametresFile
    .

RetablirParametresInterets.
    IF ParametresExistants
        OPEN OUTPUT ParametresFile
        MOVE PS-Enregistrement TO EnrParametres
        WRITE EnrParametres
        CLOSE ParametresFile
    ELSE
        OPEN OUTPUT ParametresFile
        CLOSE ParametresFile
    END-IF
    .

*> --------------------------------------------------------------------
*> Consultation : définition en vigueur et point de reprise.
*> --------------------------------------------------------------------

AfficherChaine.
    PERFORM ChargerDefinition
    PERFORM LireEtatChaine
    IF Definition-Statut NOT = "00" OR CH-Nombre = ZERO
        DISPLAY "Définition chaine_fin_mois.txt absente ou vide"
    ELSE
        DISPLAY SPACE
        DISPLAY "Pas  Programme             RC max  Paramètres"
        DISPLAY Separateur
        PERFORM AfficherUnPas
            VARYING CH-Index FROM 1 BY 1 UNTIL CH-Index > CH-Nombre
        DISPLAY Separateur
    END-IF
    IF ChaineEnSuspens
        DISPLAY "Dernière chaîne (période ", RJ-Periode, ", lancée le ",
                RJ-DateDebut, ") non achevée -- ", RJ-NombreReussis,
                " pas réussi(s)"
    ELSE
        DISPLAY "Dernière chaîne achevée -- prochaine exécution au ",
                "premier pas"
    END-IF
    .

AfficherUnPas.
    MOVE "N" TO CC-Confirmation
    IF ChaineEnSuspens AND CH-Ordre (CH-Index) IS NUMERIC
       AND CH-Ordre (CH-Index) NOT = ZERO
        MOVE RJ-Reussi (CH-Ordre (CH-Index)) TO CC-Confirmation
    END-IF
    IF CC-Confirmation = "O"
        DISPLAY CH-Ordre (CH-Index), "   ", CH-Programme (CH-Index), "  ",
                CH-CodeRetour (CH-Index), "      ", CH-Parametres (CH-Index),
                " (réussi)"
    ELSE
        DISPLAY CH-Ordre (CH-Index), "   ", CH-Programme (CH-Index), "  ",
                CH-CodeRetour (CH-Index), "      ", CH-Parametres (CH-Index)
    END-IF
    .

*> Définition type : pré-édition de transactions.txt sans erreur
*> tolérée, lot, capitalisation, relevés, clôture puis sommaire, en
*> dollars canadiens, chaque pas devant rendre le code retour zéro.
*> La clôture attend l'approbation de la conciliation faite après la
*> capitalisation : la chaîne s'y arrête une première fois et reprend à
*> ce pas une fois la conciliation approuvée.
EcrireDefinitionType.
    OPEN INPUT DefinitionFile
    IF Definition-Statut = "00"
        CLOSE DefinitionFile
        DISPLAY "*** Définition chaine_fin_mois.txt déjà présente -- ",
                "laissée telle quelle ***"
    ELSE
        OPEN OUTPUT DefinitionFile
        MOVE SPACES TO PP-Texte
        MOVE "transactions.txt" TO PP-NomFichier
        MOVE ZERO TO PP-SeuilErreurs
        MOVE 10 TO CD-Ordre
        MOVE NP-PreEdit TO CD-Programme
        PERFORM EcrireUnPasType
        MOVE SPACES TO PP-Texte
        MOVE 2 TO PP-Mode
        MOVE 1 TO PP-Devise
        MOVE ZERO TO PP-Intervalle
        MOVE 20 TO CD-Ordre
        MOVE NP-Interets TO CD-Programme
        PERFORM EcrireUnPasType
        MOVE 6 TO PP-Mode
        MOVE 30 TO CD-Ordre
        PERFORM EcrireUnPasType
        MOVE SPACES TO PP-Texte
        MOVE 1 TO PP-DeviseReleves
        MOVE 40 TO CD-Ordre
        MOVE NP-Releves TO CD-Programme
        PERFORM EcrireUnPasType
        MOVE SPACES TO PP-Texte
        MOVE 50 TO CD-Ordre
        MOVE NP-FinPeriode TO CD-Programme
        PERFORM EcrireUnPasType
        MOVE 60 TO CD-Ordre
        MOVE NP-FinJournee TO CD-Programme
        PERFORM EcrireUnPasType
        CLOSE DefinitionFile
        DISPLAY "Définition type écrite dans chaine_fin_mois.txt (6 pas)"
        DISPLAY "La chaîne s'arrêtera à la clôture (pas 50) : approuver ",
                "la conciliation (SSH5201-Conciliation) après la ",
                "capitalisation, puis relancer la chaîne pour reprendre."
    END-IF
    .

EcrireUnPasType.
    MOVE SPACES   TO CD-FillerA
    MOVE SPACES   TO CD-FillerB
    MOVE SPACES   TO CD-FillerC
    MOVE ZERO     TO CD-CodeRetour
    MOVE PP-Texte TO CD-Parametres
    WRITE EnrDefinition
    .

EcrireJournalExecution.
    OPEN EXTEND JournalExecution
    IF JournalExecution-Statut = "35"
        OPEN OUTPUT JournalExecution
    END-IF
    INITIALIZE EnrJournalExecution
    ACCEPT JE-Date FROM DATE YYYYMMDD
    ACCEPT JE-Heure FROM TIME
    MOVE NP-Chaine           TO JE-Programme
    MOVE AU-Operateur        TO JE-Operateur
    MOVE JEX-Phase           TO JE-Phase
    MOVE JEX-NombreLus       TO JE-NombreLus
    MOVE JEX-NombreTraites   TO JE-NombreTraites
    MOVE JEX-NombreRejetes   TO JE-NombreRejetes
    MOVE JEX-Statut          TO JE-Statut
    WRITE EnrJournalExecution
    CLOSE JournalExecution
    .
