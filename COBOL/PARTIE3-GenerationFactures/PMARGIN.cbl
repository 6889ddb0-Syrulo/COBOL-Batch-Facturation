*> - Les produits charges avant l'ajout de UNIT_COST (colonne NULL)
*>   comptent un cout nul : leur marge affichee vaut tout leur CA,
*>   exactement ce que la colonne COUT a zero permet de reperer
*> - UNIT_COST est le cout moyen pondere des receptions (PPORECV)
*>   pour un produit achete, le cout du catalogue sinon : chaque
*>   changement de cout s'explique par l'historique DCOST-HIST
*> - O_DATE est stockee au format MM/JJ/AAAA (cf PFDATE/PORDER) :
*>   elle est rearrangee en AAAA-MM-JJ pour le BETWEEN, comme
*>   PSALESUM
