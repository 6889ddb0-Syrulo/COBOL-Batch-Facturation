*>
*> Entrées :
*> - FEDIIN / DEDI997-IN : segments 997, un par ligne de 80 col. :
*>     AK1*IN*<no de controle de l'echange accuse>  (factures 810)
*>     AK1*SH*<no de controle de l'echange accuse>  (avis 856)
*>     AK1*SC*<no de controle de l'echange accuse>  (catalogues 832)
*>     AK9*<A ou R>   (A = accepte, R = rejete, pour l'AK1 precedent)
*>   (ISA/GS/ST/SE/GE/IEA d'enveloppe ignores)
*> - FEDICTL / DEDI-CTL : numeros de controle emis (cf PEDIFACT et
*>   PEDI856 et PEDI832, suite unique)
*> - FACK / DEDI-ACK : registre cumulatif des accuses deja recus
*> - FPARM / DEDI-ACKDAYS : delai d'alerte en jours, un seul
*>   enregistrement (9(3)) ; absent = 5 jours
