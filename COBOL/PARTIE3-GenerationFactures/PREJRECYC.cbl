*> Rejets lus en brut, a la longueur du fichier d'origine
       FD FREJORD
           RECORDING MODE IS F.
       01 ENRREJORD          PIC X(49).

       FD FREJPRO
           RECORDING MODE IS F.

       FD FREJEXT
           RECORDING MODE IS F.
       01 ENRREJEXT          PIC X(47).

       FD FREJCUS
           RECORDING MODE IS F.
       01 ENRRSORD.
          05 RSO-REGION      PIC X(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RSO-LIGNE       PIC X(42).

       FD FRSPRO
           RECORDING MODE IS F.
              WHEN 'ORD'
                 MOVE SPACES TO ENRRSORD
                 MOVE WS-COR-REGION TO RSO-REGION
                 MOVE WS-COR-LIGNE(1:42) TO RSO-LIGNE
                 WRITE ENRRSORD
                 ADD 1 TO WS-CT-RESOUMIS
              WHEN 'PRO'
