*>     ISA*<emetteur>*<date AAAAMMJJ>*<no de controle>
*>     GS*PO*...               (enveloppe, recopiee pour memoire)
*>     ST*850*<no transaction> (debut d'une commande)
*>     BEG*<no cde>*<date AAAAMMJJ>*<no client 4ch>[*<devise>]
*>                             (no de commande de 6 chiffres au plus,
*>                             largeur libre : 'BEG*42' comme
*>                             'BEG*000042')
*>     PO1*<ligne>*<qte>*<prix ou vide>*PN*<produit 3ch>
*>                             (quantite de 4 chiffres au plus,
*>                             prix de 7 chiffres au plus dont 2
*>                             decimales implicites, largeur libre :
*>                             'PO1*1*5*12345' comme
*>                             'PO1*1*0005*0012345')
*>     SAC*C*<code frais>*<libelle>*<montant 7ch>  (facultatif)
*>     CTT*<nombre de PO1>    (controle, largeur libre : 'CTT*2'
*>                             comme 'CTT*0002')
*>
*> Sorties :
*> - DVENTEED : fichier de ventes region 'ED' au format regional
*>   (42 octets), en-tete 'H' et fin de lot 'T' compris, a donner au
*>   DD DVENTEED de PVEDIT puis PORDER
*> - DEDI850-REJECT : transactions mal formees (ligne brute + motif)
*> - DEDI850-RPT : une ligne 'C' par commande traduite, 'T' de total
*> - DEDI-POREF : registre cumulatif des references de commande
*>   d'achat, une ligne par commande traduite (N° de commande, client,
*>   reference BEG telle que recue, date 850, controle ISA) : PEDI856
*>   la reprend sur l'avis d'expedition du client
*>
*> Sous-programmes appelés :
*> - Aucun
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS WS-STATUS-RPT.

           SELECT FPOREF ASSIGN TO DEDI-POREF
                         ORGANIZATION IS SEQUENTIAL
                         FILE STATUS IS WS-STATUS-POR.

       DATA DIVISION.
       FILE SECTION.

       FD FVENTEED
           RECORDING MODE IS F.

       01 ENRVENTEED         PIC X(42).

       FD FREJECT
           RECORDING MODE IS F.
       01 ENREDIRPT.
          05 RPT-TYPE-REC    PIC X(1).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-O-NO        PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-C-NO        PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RPT-REJETS      PIC ZZZZ9.

*> Registre des references d'achat (fichier en ajout, relu par
*> PEDI856) : la reference BEG est gardee telle que le client l'a
*> envoyee ('42' reste '42'), le N° de commande cadre sur six
       FD FPOREF
           RECORDING MODE IS F.

       01 ENRPOREF.
          05 POR-O-NO        PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 POR-C-NO        PIC X(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 POR-PO-REF      PIC X(20).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 POR-PO-DATE     PIC X(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 POR-ISA-CTL     PIC X(8).

       WORKING-STORAGE SECTION.

       77 WS-STATUS-EDI      PIC 99 VALUE 0.
       77 WS-STATUS-VED      PIC 99 VALUE 0.
       77 WS-STATUS-REJ      PIC 99 VALUE 0.
       77 WS-STATUS-RPT      PIC 99 VALUE 0.
       77 WS-STATUS-POR      PIC 99 VALUE 0.

       01 WS-EOF             PIC X(1) VALUE 'N'.

*> transaction est propre (rejet en bloc sinon, cf PLOCKBOX)
       01 WS-TXN-EN-COURS    PIC X(1) VALUE 'N'.
       01 WS-TXN-VALIDE      PIC X(1).
       01 WS-TXN-O-NO        PIC X(6).
       01 WS-TXN-O-NO-N      PIC 9(6).
       01 WS-NO-CDE-VALIDE   PIC X(1).
       01 WS-TXN-DATE        PIC X(10).
       01 WS-TXN-C-NO        PIC X(4).
       01 WS-TXN-DEVISE      PIC X(2).
       01 WS-TXN-PO-REF      PIC X(20).
       01 WS-TXN-PO-DATE     PIC X(8).
       01 WS-TXN-CTT         PIC 9(4).
       01 WS-TXN-CTT-VU      PIC X(1).

       01 WS-CTT-VALIDE      PIC X(1).
       01 WS-CTT-FIN         PIC X(1).
       01 WS-CTT-IDX         PIC 99.

*> Cadrage de la quantite et du prix du PO1 (cf 2410)
       01 WS-CAD-ZONE        PIC X(20).
       01 WS-CAD-VALIDE      PIC X(1).
       01 WS-CAD-FIN         PIC X(1).
       01 WS-CAD-IDX         PIC 99.
       01 WS-CAD-NOMBRE      PIC 9(7).
       01 WS-TXN-NB-PO1      PIC 9(4).

       01 WS-DET-TABLE.
             10 WS-DET-TYPE     PIC X(1).
*>               'D' = ligne article, 'C' = frais de commande
             10 WS-DET-PNO      PIC X(3).
             10 WS-DET-QTY      PIC X(4).
             10 WS-DET-PRICE    PIC X(7).
             10 WS-DET-CODE     PIC X(3).
             10 WS-DET-DESC     PIC X(20).
             10 WS-DET-MONTANT  PIC X(7).
       01 WS-DET-IDX         PIC 9(3).

*> Vues d'ecriture du fichier regional (cf PORDER/PVEDIT)
       01 WS-ENR-SORTIE      PIC X(42).
       01 WS-ENR-LOT-H REDEFINES WS-ENR-SORTIE.
           05 SOR-H-TYPE    PIC X(1).
           05 SOR-H-REGION  PIC X(2).
           05 SOR-H-DATE    PIC X(10).
           05 SOR-H-FILE-ID PIC X(8).
           05 FILLER        PIC X(21).
       01 WS-ENR-LOT-T REDEFINES WS-ENR-SORTIE.
           05 SOR-T-TYPE    PIC X(1).
           05 SOR-T-NB      PIC 9(5).
           05 SOR-T-HASHQ   PIC 9(9).
           05 SOR-T-HASHM   PIC 9(11)V99.
           05 FILLER        PIC X(14).
       01 WS-ENR-CDE-E REDEFINES WS-ENR-SORTIE.
           05 SOR-E-TYPE    PIC X(1).
           05 SOR-E-NO      PIC X(6).
           05 SOR-E-DATE    PIC X(10).
           05 SOR-E-SNO     PIC 9(2).
           05 SOR-E-CNO     PIC X(4).
           05 SOR-E-DEVISE  PIC X(2).
           05 FILLER        PIC X(17).
       01 WS-ENR-CDE-D REDEFINES WS-ENR-SORTIE.
           05 SOR-D-TYPE    PIC X(1).
           05 SOR-D-NO      PIC X(6).
           05 SOR-D-PNO     PIC X(3).
           05 SOR-D-PRICE   PIC X(7).
           05 SOR-D-QTY     PIC X(4).
           05 FILLER        PIC X(21).
       01 WS-ENR-CDE-F REDEFINES WS-ENR-SORTIE.
           05 SOR-F-TYPE    PIC X(1).
           05 SOR-F-NO      PIC X(6).
           05 SOR-F-CODE    PIC X(3).
           05 SOR-F-DESC    PIC X(20).
           05 SOR-F-MONTANT PIC X(7).
           05 FILLER        PIC X(5).

*> Totaux de lot du fichier produit (memes regles de hachage que
*> PVEDIT : compte E+D+C, somme des quantites D, somme des prix D et
*> des montants C)
       01 WS-LOT-NB          PIC 9(5) VALUE 0.
       01 WS-LOT-HASHQ       PIC 9(9) VALUE 0.
       01 WS-LOT-HASHM       PIC 9(11)V99 VALUE 0.
       01 WS-QTY-N           PIC 9(4).
       01 WS-PRICE-N         PIC 9(5)V99.
       01 WS-MONTANT-N       PIC 9(5)V99.
       01 WS-PRICE-X         PIC X(7).
       01 WS-MONTANT-X       PIC X(7).

*> Date 850 AAAAMMJJ reecrite en JJ/MM/AAAA pour le format regional
           OPEN OUTPUT FREJECT
           OPEN OUTPUT FEDIRPT

           OPEN EXTEND FPOREF
           IF WS-STATUS-POR NOT = 0
              CLOSE FPOREF
              OPEN OUTPUT FPOREF
           END-IF

           IF WS-RETURN-CODE NOT = 8
              READ FEDIIN
                  AT END MOVE 'Y' TO WS-EOF
           MOVE SPACES TO WS-TXN-DATE
           MOVE SPACES TO WS-TXN-C-NO
           MOVE SPACES TO WS-TXN-DEVISE
           MOVE SPACES TO WS-TXN-PO-REF
           MOVE SPACES TO WS-TXN-PO-DATE
           MOVE 0 TO WS-TXN-CTT
           MOVE 'N' TO WS-TXN-CTT-VU
           MOVE 0 TO WS-TXN-NB-PO1
              MOVE 'BEG SANS ST' TO WS-REJ-MOTIF
              PERFORM 3100-REJETER-SEGMENT
           ELSE
              PERFORM 2310-CADRER-NO-CDE
              MOVE WS-SEG-F3(1:4) TO WS-TXN-C-NO
              MOVE WS-SEG-F4(1:2) TO WS-TXN-DEVISE
              MOVE WS-SEG-F1      TO WS-TXN-PO-REF
              MOVE WS-SEG-F2(1:8) TO WS-TXN-PO-DATE

*> Date 850 AAAAMMJJ -> JJ/MM/AAAA, le format des fichiers regionaux
              MOVE SPACES TO WS-TXN-DATE
                     INTO WS-TXN-DATE
              END-STRING

              IF WS-NO-CDE-VALIDE = 'N'
                 OR WS-TXN-C-NO NOT NUMERIC
                 MOVE 'N' TO WS-TXN-VALIDE
                 MOVE 'E013' TO WS-REJ-CODE
           END-IF
           .

*> Le N° de commande n'a pas de largeur fixe (6 chiffres au plus) :
*> des chiffres en tete, des blancs ensuite, cadre a droite sur six
*> positions ; tout autre contenu (ou plus de six chiffres) est
*> repris tel quel pour le rejet E013
       2310-CADRER-NO-CDE.

           PERFORM 2510-CADRER-CTT
           IF WS-CTT-VALIDE = 'Y' AND WS-SEG-F1(7:14) = SPACES
              MOVE 'Y' TO WS-NO-CDE-VALIDE
              COMPUTE WS-TXN-O-NO-N = FUNCTION NUMVAL(WS-SEG-F1)
              MOVE WS-TXN-O-NO-N TO WS-TXN-O-NO
           ELSE
              MOVE 'N' TO WS-NO-CDE-VALIDE
              MOVE WS-SEG-F1(1:6) TO WS-TXN-O-NO
           END-IF
           .

*> Ligne d'article : quantite, prix (vide = contrat/catalogue en
*> aval), produit
       2400-SEGMENT-PO1.
                 ADD 1 TO WS-NB-DET
                 MOVE 'D' TO WS-DET-TYPE(WS-NB-DET)
                 MOVE WS-SEG-F5(1:3) TO WS-DET-PNO(WS-NB-DET)
                 PERFORM 2410-CADRER-QTE-PRIX
                 IF WS-DET-PNO(WS-NB-DET) NOT NUMERIC
                    OR WS-DET-QTY(WS-NB-DET) NOT NUMERIC
                    MOVE 'N' TO WS-TXN-VALIDE
           END-IF
           .

*> Quantite et prix du PO1 sans largeur fixe (meme regle que le N°
*> de commande du BEG, cf 2310) : cadres a droite sur 4 et 7
*> positions ; un contenu non conforme est repris tel quel, pour le
*> rejet E015 (quantite) ou le rejet du prix par PVEDIT en aval ; un
*> prix vide reste vide (contrat/catalogue en aval)
       2410-CADRER-QTE-PRIX.

           MOVE WS-SEG-F2 TO WS-CAD-ZONE
           PERFORM 2420-CADRER-ZONE
           IF WS-CAD-VALIDE = 'Y' AND WS-SEG-F2(5:16) = SPACES
              COMPUTE WS-QTY-N = FUNCTION NUMVAL(WS-SEG-F2)
              MOVE WS-QTY-N TO WS-DET-QTY(WS-NB-DET)
           ELSE
              MOVE WS-SEG-F2(1:4) TO WS-DET-QTY(WS-NB-DET)
           END-IF

           IF WS-SEG-F3 = SPACES
              MOVE SPACES TO WS-DET-PRICE(WS-NB-DET)
           ELSE
              MOVE WS-SEG-F3 TO WS-CAD-ZONE
              PERFORM 2420-CADRER-ZONE
              IF WS-CAD-VALIDE = 'Y' AND WS-SEG-F3(8:13) = SPACES
                 COMPUTE WS-CAD-NOMBRE = FUNCTION NUMVAL(WS-SEG-F3)
                 MOVE WS-CAD-NOMBRE TO WS-DET-PRICE(WS-NB-DET)
              ELSE
                 MOVE WS-SEG-F3(1:7) TO WS-DET-PRICE(WS-NB-DET)
              END-IF
           END-IF
           .

*> Des chiffres en tete, des blancs ensuite, rien d'autre (meme
*> controle que 2510-CADRER-CTT, sur la zone WS-CAD-ZONE)
       2420-CADRER-ZONE.

           MOVE 'Y' TO WS-CAD-VALIDE
           MOVE 'N' TO WS-CAD-FIN

           IF WS-CAD-ZONE(1:1) = SPACE
              MOVE 'N' TO WS-CAD-VALIDE
           END-IF

           PERFORM VARYING WS-CAD-IDX FROM 1 BY 1
                   UNTIL WS-CAD-IDX > 20
              IF WS-CAD-ZONE(WS-CAD-IDX:1) = SPACE
                 MOVE 'Y' TO WS-CAD-FIN
              ELSE
                 IF WS-CAD-FIN = 'Y'
                    OR WS-CAD-ZONE(WS-CAD-IDX:1) IS NOT NUMERIC
                    MOVE 'N' TO WS-CAD-VALIDE
                 END-IF
              END-IF
           END-PERFORM
           .

*> Frais au niveau commande (port, urgence...) : ligne 'C' regionale
       2450-SEGMENT-SAC.

           .

*> Le compte CTT n'a pas de largeur fixe : des chiffres en tete,
*> des blancs ensuite, rien d'autre - 'CTT*2' vaut 'CTT*0002' (meme
*> regle pour le N° de commande du BEG, cf 2310)
       2510-CADRER-CTT.

           MOVE 'Y' TO WS-CTT-VALIDE
           MOVE WS-TXN-C-NO TO RPT-C-NO
           MOVE WS-TXN-NB-PO1 TO RPT-LIGNES
           WRITE ENREDIRPT

*> Reference d'achat du client, pour son avis d'expedition
           MOVE SPACES TO ENRPOREF
           MOVE WS-TXN-O-NO    TO POR-O-NO
           MOVE WS-TXN-C-NO    TO POR-C-NO
           MOVE WS-TXN-PO-REF  TO POR-PO-REF
           MOVE WS-TXN-PO-DATE TO POR-PO-DATE
           MOVE WS-ISA-CTL     TO POR-ISA-CTL
           WRITE ENRPOREF
           .

*> Rejet du segment en cours (ligne brute + motif)
                 FVENTEED
                 FREJECT
                 FEDIRPT
                 FPOREF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           .
