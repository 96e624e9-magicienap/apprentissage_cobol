*> exigeaient jusqu'ici de dépouiller trois rapports et le journal
*> d'audit à la main. Les montants passent par le même formatage de
*> devise que les autres sorties de la suite.
*> 2026-10-15 : Tracé du fichier maître allongé de la succursale et de
*> l'échéancier du compte (entretenus par SSH5201-Maitre).
*> 2026-10-15 : Un prélèvement retourné par la banque (RETOUR-DPA,
*> repris par SSH5201-Prelevements) est déduit des paiements de la
*> période ; tracé du fichier maître allongé du mode de paiement et des
*> coordonnées bancaires.
*> 2026-10-15 : Tracé du fichier maître allongé de la convention de
*> décompte et des intérêts courus du compte.
*> 2026-10-15 : Tracé du fichier maître allongé du type de taux (fixe
*> ou variable), de l'indice de référence et de l'écart sur l'indice.
*> 2026-10-15 : Lancés par la chaîne de fin de mois (SSH5201-ChaineMois),
*> les relevés reçoivent en liaison les dates de la période et la
*> devise, sans aucune saisie.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

FD  AuditInterets.
01  EnrAuditInterets.

01 Separateur PIC X(33) VALUE ALL "-".

LINKAGE SECTION.
01 LiaisonEtape.
    02 LE-DateDebut PIC 9(08).
    02 LE-DateFin   PIC 9(08).
    02 LE-Devise    PIC 9.
    02 LE-Filler    PIC X(23).

PROCEDURE DIVISION USING LiaisonEtape.
Debut.
    DISPLAY "Relevés de clients"
    DISPLAY SPACE

    IF ADDRESS OF LiaisonEtape NOT = NULL
        MOVE LE-DateDebut TO PR-DateDebut
        MOVE LE-DateFin   TO PR-DateFin
        MOVE LE-Devise    TO DeviseChoisie
        DISPLAY "Période du ", PR-DateDebut, " au ", PR-DateFin
    ELSE
        DISPLAY "Date de début de la période (AAAAMMJJ) :  "
            WITH NO ADVANCING
        ACCEPT  PR-DateDebut
        DISPLAY "Date de fin de la période (AAAAMMJJ) :  " WITH NO ADVANCING
        ACCEPT  PR-DateFin

        DISPLAY "Devise d'affichage des montants :"
        DISPLAY "  1 - Dollar canadien (CAD)"
        DISPLAY "  2 - Dollar américain (USD)"
        DISPLAY "  3 - Euro (EUR)"
        DISPLAY "Choix :  " WITH NO ADVANCING
        ACCEPT  DeviseChoisie
    END-IF
    PERFORM AppliquerDevise

    PERFORM ChargerComptes
                    ADD EJ-Montant TO TC-Paiements (TC-Index)
                WHEN "AVANCE-LOT"
                    ADD EJ-Montant TO TC-Avances (TC-Index)
                *> Un prélèvement retourné annule le paiement : il est
                *> déduit des paiements, et ce qui excède les paiements
                *> de la période (paiement antérieur) compte comme une
                *> hausse du solde, avec les avances.
                WHEN "RETOUR-DPA"
                    IF EJ-Montant > TC-Paiements (TC-Index)
                        COMPUTE TC-Avances (TC-Index) = TC-Avances (TC-Index)
                            + EJ-Montant - TC-Paiements (TC-Index)
                        MOVE ZERO TO TC-Paiements (TC-Index)
                    ELSE
                        SUBTRACT EJ-Montant FROM TC-Paiements (TC-Index)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
