*> 2026-09-02 : Chaque passage écrit un enregistrement de départ et de
*> fin au journal des exécutions commun (journal_execution.txt), avec
*> l'identité de session reçue du menu quand elle est transmise.
*> 2026-10-15 : Le fichier à pré-éditer est demandé (transactions.txt par
*> défaut), pour que les paiements générés par le prélèvement
*> automatique (transactions_dpa.txt de SSH5201-Prelevements) suivent
*> le même chemin pré-édition puis lot que les transactions saisies.
*> 2026-10-15 : Lancée par la chaîne de fin de mois (SSH5201-ChaineMois),
*> la pré-édition reçoit en liaison le fichier à pré-éditer et le seuil
*> d'erreurs toléré, sans aucune saisie.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TransactionsFile ASSIGN TO DYNAMIC NomFichierTransactions
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS Transactions-Statut.
    SELECT ValidesFile      ASSIGN TO "transactions_valides.txt"

WORKING-STORAGE SECTION.
01 Indicateurs-Fichiers.
    02 NomFichierTransactions PIC X(30) VALUE "transactions.txt".
    02 NomFichierSaisi     PIC X(30) VALUE SPACES.
    02 Transactions-Statut PIC X(02) VALUE SPACES.
    02 Valides-Statut      PIC X(02) VALUE SPACES.
    02 Erreurs-Statut      PIC X(02) VALUE SPACES.
    02 LO-AutLot            PIC X(01).
    02 LO-AutCapitalisation PIC X(01).
    02 LO-AutPolitique      PIC X(01).
01 LiaisonEtape.
    02 LE-NomFichier        PIC X(30).
    02 LE-SeuilErreurs      PIC 99.
    02 LE-Filler            PIC X(08).

PROCEDURE DIVISION USING LiaisonOperateur LiaisonEtape.
Debut.
    DISPLAY "Pré-édition du fichier des transactions"
    DISPLAY SPACE
        MOVE LO-Operateur TO JEX-Operateur
    END-IF

    IF ADDRESS OF LiaisonEtape NOT = NULL
        MOVE LE-NomFichier   TO NomFichierSaisi
        MOVE LE-SeuilErreurs TO PE-SeuilErreurs
    ELSE
        DISPLAY "Fichier à pré-éditer (blanc = transactions.txt) :  "
            WITH NO ADVANCING
        ACCEPT  NomFichierSaisi

        DISPLAY "Taux d'erreurs toléré pour lancer le lot (%, 0 = aucune erreur) :  "
            WITH NO ADVANCING
        ACCEPT  PE-SeuilErreurs
    END-IF
    IF NomFichierSaisi NOT = SPACES
        MOVE NomFichierSaisi TO NomFichierTransactions
    END-IF

    PERFORM JournaliserExecutionDebut

    OPEN INPUT TransactionsFile
    IF Transactions-Statut NOT = "00"
        DISPLAY SPACE
        DISPLAY "*** Erreur : fichier ", NomFichierTransactions,
                " introuvable (statut ", Transactions-Statut,
                ") -- pré-édition annulée ***"
        MOVE 8 TO RETURN-CODE
        MOVE "ANNULEE" TO JEX-Statut
    ELSE
