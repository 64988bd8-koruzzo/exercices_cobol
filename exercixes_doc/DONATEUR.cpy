*> Copybook DONATEUR - répertoire des donateurs (donateurs.txt), tenu
*> par GestionDons : code court, nom et adresse d'envoi de la lettre
*> de remerciement (SpoolerCourrier, source 'D').
01 DonateurRecord.
   05 DT-Code    PIC X(6).
   05 DT-Nom     PIC X(30).
   05 DT-Adresse PIC X(40).
