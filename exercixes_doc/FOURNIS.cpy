*> Copybook FOURNIS - répertoire des fournisseurs de la bibliothèque
*> (fournisseurs.txt), tenu par GestionAbonnements : code court, raison
*> sociale reprise telle quelle dans les commandes d'Acquisitions, et
*> adresse d'envoi des lettres de réclamation (SpoolerCourrier, source
*> 'F').
01 FournisseurRecord.
   05 FO-Code    PIC X(6).
   05 FO-Nom     PIC X(20).
   05 FO-Adresse PIC X(40).
