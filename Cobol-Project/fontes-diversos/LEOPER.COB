           02 PERFIL-SES      PIC X(01).
           02 FILLER          PIC X(02).
           02 DATA-SES        PIC 9(08).
           02 FILLER          PIC X(02).
           02 UNIDADE-SES     PIC X(02).
           02 FILLER          PIC X(02).
           02 UNIDADES-SES    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PARAM-NOME PIC X(12).
