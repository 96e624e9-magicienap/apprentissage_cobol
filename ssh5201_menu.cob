*> 2026-09-02 : Ajout de l'enquête par compte (SSH5201-EnqueteCompte) :
*> fiche du fichier maître et historique complet du compte tiré du
*> journal d'audit et de son archive, en un seul écran.
*> 2026-10-15 : Ajout du classement des retards (SSH5201-Retards) :
*> tranches de retard du portefeuille et par succursale, et liste de
*> recouvrement des comptes en retard.
*> 2026-10-15 : Ajout des prélèvements automatiques
*> (SSH5201-Prelevements) : génération des débits pour la banque et des
*> paiements du lot, traitement des retours de la banque.
*> 2026-10-15 : Le libellé du choix 1 mentionne le mode intérêts courus
*> de SSH5201-Interets.
*> 2026-10-15 : Ajout de la révision des taux variables
*> (SSH5201-Revision) : taux des indices de référence, révision du
*> taux au dossier des prêts à taux variable et avis aux emprunteurs.
*> 2026-10-15 : Ajout des générations du fichier maître
*> (SSH5201-Generations) : liste, comparaison et restauration des copies
*> prises avant chaque passage qui réécrit le maître.
*> 2026-10-15 : Ajout de la conciliation du registre des prêts au grand
*> livre (SSH5201-Conciliation), à approuver avant la clôture de période.
*> 2026-10-15 : Ajout des états de remboursement (SSH5201-Quittance) :
*> montant pour solder un prêt à une date, lettre et registre.
*> 2026-10-15 : Ajout des feuillets fiscaux des intérêts
*> (SSH5201-Feuillets) : feuillets annuels, déclaration et feuillet modifié.
*> 2026-10-15 : Ajout de la chaîne de fin de mois (SSH5201-ChaineMois),
*> avec reprise au pas en défaut.
*> 2026-10-15 : Ajout de la stratification du portefeuille
*> (SSH5201-Strates) : strates, palmarès des clients et extrait.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       88 MM-FinPeriode   VALUE 10.
       88 MM-FinJournee   VALUE 11.
       88 MM-EnqueteCompte VALUE 12.
       88 MM-Retards       VALUE 13.
       88 MM-Prelevements  VALUE 14.
       88 MM-Revision      VALUE 15.
       88 MM-Generations   VALUE 16.
       88 MM-Conciliation  VALUE 17.
       88 MM-Quittance     VALUE 18.
       88 MM-Feuillets     VALUE 19.
       88 MM-ChaineMois    VALUE 20.
       88 MM-Strates       VALUE 21.

01 Indicateurs-Session.
    02 Profils-Statut PIC X(02) VALUE SPACES.
    DISPLAY Separateur
    IF AutoriseCalculs OR AutoriseLot OR AutoriseCapitalisation
        DISPLAY "  1 - Intérêt simple/composé (amortissement, taux variable, lot, réconciliation,"
        DISPLAY "      capitalisation, annuités, intérêts courus)"
    END-IF
    IF AutoriseCalculs
        DISPLAY "  2 - Taux effectif d'un taux nominal annuel"
    IF AutoriseEnquete
        DISPLAY " 11 - Sommaire d'exploitation du jour (journal des exécutions)"
        DISPLAY " 12 - Enquête par compte (fiche maître et historique complet)"
        DISPLAY " 13 - Classement des retards et liste de recouvrement"
    END-IF
    IF AutoriseLot
        DISPLAY " 14 - Prélèvements automatiques (génération et retours)"
    END-IF
    IF AutoriseCapitalisation
        DISPLAY " 15 - Révision des taux variables (indices et avis aux emprunteurs)"
    END-IF
    IF AutorisePolitique
        DISPLAY " 16 - Générations du fichier maître (comparaison, restauration)"
        DISPLAY " 17 - Conciliation du registre des prêts au grand livre (approbation)"
    END-IF
    IF AutoriseCalculs
        DISPLAY " 18 - États de remboursement (quittances et registre)"
    END-IF
    IF AutorisePolitique
        DISPLAY " 19 - Feuillets fiscaux des intérêts (déclaration annuelle)"
        DISPLAY " 20 - Chaîne de fin de mois (exécution et reprise)"
    END-IF
    IF AutoriseEnquete
        DISPLAY " 21 - Stratification du portefeuille et concentration par client"
    END-IF
    DISPLAY "  0 - Quitter"
    DISPLAY "Choix :  " WITH NO ADVANCING
            CALL "SSH5201-FinJournee"
        WHEN MM-EnqueteCompte AND AutoriseEnquete
            CALL "SSH5201-EnqueteCompte"
        WHEN MM-Retards AND AutoriseEnquete
            CALL "SSH5201-Retards" USING LiaisonOperateur
        WHEN MM-Prelevements AND AutoriseLot
            CALL "SSH5201-Prelevements" USING LiaisonOperateur
        WHEN MM-Revision AND AutoriseCapitalisation
            CALL "SSH5201-Revision" USING LiaisonOperateur
        WHEN MM-Generations AND AutorisePolitique
            CALL "SSH5201-Generations" USING LiaisonOperateur
        WHEN MM-Conciliation AND AutorisePolitique
            CALL "SSH5201-Conciliation" USING LiaisonOperateur
        WHEN MM-Quittance AND AutoriseCalculs
            CALL "SSH5201-Quittance" USING LiaisonOperateur
        WHEN MM-Feuillets AND AutorisePolitique
            CALL "SSH5201-Feuillets" USING LiaisonOperateur
        WHEN MM-ChaineMois AND AutorisePolitique
            CALL "SSH5201-ChaineMois" USING LiaisonOperateur
        WHEN MM-Strates AND AutoriseEnquete
            CALL "SSH5201-Strates" USING LiaisonOperateur
        WHEN MM-Quitter
            CONTINUE
        WHEN OTHER
