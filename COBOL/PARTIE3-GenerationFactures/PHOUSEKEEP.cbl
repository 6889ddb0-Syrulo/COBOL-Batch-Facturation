
       FD FCKPT
           RECORDING MODE IS F.
       01 ENRCKPT            PIC X(6).

       FD FCKPTH
           RECORDING MODE IS F.
       01 ENRCKPTH           PIC X(6).

       FD FCKPTN
           RECORDING MODE IS F.
       01 ENRCKPTN           PIC X(6).

       FD FFCKPT
           RECORDING MODE IS F.
       01 ENRFCKPT           PIC X(6).

       FD FFCKPTH
           RECORDING MODE IS F.
       01 ENRFCKPTH          PIC X(6).

       FD FFCKPTN
           RECORDING MODE IS F.
       01 ENRFCKPTN          PIC X(6).

       FD FINVCTL
           RECORDING MODE IS F.
       01 ENRINVCTL          PIC X(14).

       FD FINVCTLH
           RECORDING MODE IS F.
       01 ENRINVCTLH         PIC X(14).

       FD FINVCTLN
           RECORDING MODE IS F.
       01 ENRINVCTLN         PIC X(14).

       FD FORDRPT
           RECORDING MODE IS F.
       01 ENRORDRPT          PIC X(51).

       FD FORDRPTH
           RECORDING MODE IS F.
       01 ENRORDRPTH         PIC X(51).

       FD FPAYRPT
           RECORDING MODE IS F.

       FD FDEVRPT
           RECORDING MODE IS F.
       01 ENRDEVRPT          PIC X(38).

       FD FDEVRPTH
           RECORDING MODE IS F.
       01 ENRDEVRPTH         PIC X(38).

       FD FAUDIT
           RECORDING MODE IS F.
       01 ENRAUDIT           PIC X(124).

       FD FAUDITH
           RECORDING MODE IS F.
       01 ENRAUDITH          PIC X(124).

       FD FRUNLOG
           RECORDING MODE IS F.
*> seul dernier enregistrement global ferait repartir a zero les
*> series des autres bureaux et reutiliser des numeros deja emis
       01 WS-DERNIER-SERIES.
          05 WS-DERNIER-OFFICE OCCURS 5 TIMES PIC X(14).
       01 WS-OFF-IDX         PIC 9(1).

       77 WS-CT-ABSENTS      PIC 9(2) VALUE 0.
           .

*> Retient l'enregistrement lu comme dernier de la serie de son
*> bureau (octet 13 = bureau 0-4, blanc = serie 0 des lignes
*> anterieures aux series) ; une ligne d'annulation 'V' de PVOID
*> repete un numero deja consomme et ne compte pas
       2050-RETENIR-DERNIER-SERIE.

           IF ENRINVCTL(14:1) NOT = 'V'
              IF ENRINVCTL(13:1) >= '0'
                 AND ENRINVCTL(13:1) <= '4'
                 MOVE ENRINVCTL(13:1) TO WS-OFF-IDX
                 ADD 1 TO WS-OFF-IDX
              ELSE
                 MOVE 1 TO WS-OFF-IDX
