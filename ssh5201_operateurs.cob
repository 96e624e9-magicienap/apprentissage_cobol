*> SSH5201-Politique, et chaque changement est consigné au journal des
*> profils (journal_operateurs.txt : qui, quand, opérateur visé, champ,
*> ancienne et nouvelle valeur -- les mots de passe sont masqués).
*> 2026-10-15 : Tracé de politique_pret.txt allongé de la limite de
*> concentration par client.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    02 PL-ToleranceEcart   PIC 9(5)V99.
    02 PL-DateEffective    PIC 9(08).
    02 PL-CodeAutorisation PIC X(08).
    02 PL-LimiteConcentration PIC 99V99.

FD  JournalFile.
01  EnrJournalOperateurs.
