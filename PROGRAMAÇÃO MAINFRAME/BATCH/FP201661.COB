      **************************************
      * RESTAURACAO DE UM MESTRE A PARTIR  *
      * DE UMA GERACAO DE BACKUP DO        *
      * FP201660 OU DA REORGANIZACAO       *
      * FP201696 (<MESTRE>.B1 A .B9,       *
      * CATALOGADAS EM CADBKCAT.DAT):      *
      * RECRIA O ARQUIVO INDEXADO COM OS   *
      * REGISTROS DA GERACAO ESCOLHIDA E   *
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VAG-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADHORAULA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HAU-TITULACAO
                    FILE STATUS  IS ST-ARQ.
       SELECT CADBAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS BAI-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ARQ.
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CUR-CODIGO
                    FILE STATUS  IS ST-ARQ
                    ALTERNATE RECORD KEY IS CUR-NOME
                               WITH DUPLICATES.
       SELECT CADGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-ARQ.
       SELECT CADHORAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HOR-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADDIARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DIR-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DOC-NUMERO
                    FILE STATUS  IS ST-ARQ.
       SELECT FOLHAEVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADANUENIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ANU-ANOS
                    FILE STATUS  IS ST-ARQ.
       SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ASO-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS BEN-CHAPA
                    FILE STATUS  IS ST-ARQ.
       SELECT CADBENMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS BM-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADBHORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS BH-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADBOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS BOL-RM
                    FILE STATUS  IS ST-ARQ.
       SELECT CADCAND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CAN-CHAVE
                    FILE STATUS  IS ST-ARQ
                    ALTERNATE RECORD KEY IS CAN-CPF
                               WITH DUPLICATES.
       SELECT CADCONSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CONSIGMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CSM-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ORC-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS REQ-NUMERO
                    FILE STATUS  IS ST-ARQ.
       SELECT CADSALFAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SFM-FAIXA
                    FILE STATUS  IS ST-ARQ.
       SELECT CADSALFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SLF-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADTREIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TRE-CODIGO
                    FILE STATUS  IS ST-ARQ.
       SELECT CADTREOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OBR-CHAVE
                    FILE STATUS  IS ST-ARQ.
       SELECT CADTREFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TRF-CHAVE
                    FILE STATUS  IS ST-ARQ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 CAT-DATA          PIC 9(08).
                03 CAT-HORA          PIC 9(06).
                03 CAT-REGS          PIC 9(07).
                03 CAT-ORIGEM        PIC X(01).
                03 FILLER            PIC X(16).
      *
       FD BKPIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BKP-NOME.
       01 REGBKP                      PIC X(850).
      *
       FD CADJRN
               LABEL RECORD IS STANDARD
                03 FH-CHAVE.
                   05 FH-CHAPA       PIC 9(05).
                   05 FH-COMP        PIC 9(06).
                   05 FH-TIPO        PIC X(01).
                   05 FH-SEQ         PIC 9(02).
                03 FILLER        PIC X(50).
      *
       FD CADEMP
               LABEL RECORD IS STANDARD
                   05 VAG-DEPTO     PIC 9(03).
                   05 VAG-CARGO     PIC 9(03).
                03 FILLER        PIC X(58).
      *
       FD CADHORAULA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAULA.DAT".
       01 REGHORAULA.
                03 HAU-TITULACAO PIC X(01).
                03 FILLER        PIC X(39).
      *
       FD CADBAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBAIXA.DAT".
       01 REGBAIXA.
                03 BAI-CHAVE.
                   05 BAI-RM        PIC 9(05).
                   05 BAI-COMP      PIC 9(06).
                03 FILLER        PIC X(107).
      *
       FD CADACORDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORDO.DAT".
       01 REGACORDO.
                03 ACO-NUMERO    PIC 9(04).
                03 FILLER        PIC X(829).
      *
       FD CADCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
                03 CUR-CODIGO    PIC 9(03).
                03 CUR-NOME      PIC X(30).
                03 FILLER        PIC X(27).
      *
       FD CADGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRADE.DAT".
       01 REGGRADE.
                03 GRD-CHAVE.
                   05 GRD-CURSO     PIC 9(03).
                   05 GRD-DISC      PIC X(03).
                03 FILLER        PIC X(34).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
                03 SAL-CODIGO    PIC X(04).
                03 FILLER        PIC X(46).
      *
       FD CADHORAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHORAR.DAT".
       01 REGHORAR.
                03 HOR-CHAVE.
                   05 HOR-PERIODO   PIC 9(05).
                   05 HOR-DISC      PIC X(03).
                   05 HOR-DIA       PIC 9(01).
                   05 HOR-INICIO    PIC 9(04).
                03 FILLER        PIC X(27).
      *
       FD CADDIARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIARIO.DAT".
       01 REGDIARIO.
                03 DIR-CHAVE.
                   05 DIR-PERIODO   PIC 9(05).
                   05 DIR-DISC      PIC X(03).
                   05 DIR-DATA      PIC 9(08).
                03 FILLER        PIC X(234).
      *
       FD CADDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOC.DAT".
       01 REGDOC.
                03 DOC-NUMERO    PIC 9(06).
                03 FILLER        PIC X(94).
      *
       FD FOLHAEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAEVT.DAT".
       01 REGFEVT.
                03 FE-CHAVE.
                   05 FE-CHAPA      PIC 9(05).
                   05 FE-COMP       PIC 9(06).
                   05 FE-EVENTO     PIC 9(03).
                03 FILLER        PIC X(66).
      *
       FD CADAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
                03 AFA-CHAVE.
                   05 AFA-CHAPA     PIC 9(05).
                   05 AFA-SEQ       PIC 9(02).
                03 FILLER        PIC X(53).
      *
       FD CADANUENIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADANUENIO.DAT".
       01 REGANUENIO.
                03 ANU-ANOS      PIC 9(02).
                03 FILLER        PIC X(18).
      *
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
                03 ASO-CHAVE.
                   05 ASO-CHAPA     PIC 9(05).
                   05 ASO-SEQ       PIC 9(02).
                03 FILLER        PIC X(73).
      *
       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
       01 REGBENEF.
                03 BEN-CHAPA     PIC 9(05).
                03 FILLER        PIC X(75).
      *
       FD CADBENMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENMES.DAT".
       01 REGBENMES.
                03 BM-CHAVE.
                   05 BM-CHAPA      PIC 9(05).
                   05 BM-COMP       PIC 9(06).
                03 FILLER        PIC X(49).
      *
       FD CADBHORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBHORAS.DAT".
       01 REGBHORAS.
                03 BH-CHAVE.
                   05 BH-CHAPA      PIC 9(05).
                   05 BH-COMP       PIC 9(06).
                03 FILLER        PIC X(49).
      *
       FD CADBOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLSA.DAT".
       01 REGBOLSA.
                03 BOL-RM        PIC 9(05).
                03 FILLER        PIC X(71).
      *
       FD CADCAND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAND.DAT".
       01 REGCAND.
                03 CAN-CHAVE.
                   05 CAN-REQ       PIC 9(06).
                   05 CAN-SEQ       PIC 9(03).
                03 CAN-NOME      PIC X(35).
                03 CAN-CPF       PIC 9(11).
                03 FILLER        PIC X(95).
      *
       FD CADCONSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSIG.DAT".
       01 REGCONSIG.
                03 CNS-CHAVE.
                   05 CNS-CHAPA     PIC 9(05).
                   05 CNS-SEQ       PIC 9(02).
                03 FILLER        PIC X(93).
      *
       FD CONSIGMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSIGMES.DAT".
       01 REGCONSMES.
                03 CSM-CHAVE.
                   05 CSM-COMP      PIC 9(06).
                   05 CSM-EMPRESA   PIC 9(01).
                   05 CSM-BANCO     PIC 9(03).
                   05 CSM-CHAPA     PIC 9(05).
                   05 CSM-SEQ       PIC 9(02).
                03 FILLER        PIC X(83).
      *
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
       01 REGORCA.
                03 ORC-CHAVE.
                   05 ORC-CC        PIC 9(01).
                   05 ORC-DEPTO     PIC 9(03).
                   05 ORC-COMP      PIC 9(06).
                03 FILLER        PIC X(40).
      *
       FD CADREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQ.DAT".
       01 REGREQ.
                03 REQ-NUMERO    PIC 9(06).
                03 FILLER        PIC X(122).
      *
       FD CADSALFAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALFAM.DAT".
       01 REGSALFAM.
                03 SFM-FAIXA     PIC 9(01).
                03 FILLER        PIC X(63).
      *
       FD CADSALFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALFUN.DAT".
       01 REGSALFUN.
                03 SLF-CHAVE.
                   05 SLF-CHAPA     PIC 9(05).
                   05 SLF-VIGENCIA  PIC 9(08).
                03 FILLER        PIC X(51).
      *
       FD CADTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREIN.DAT".
       01 REGTREIN.
                03 TRE-CODIGO    PIC 9(03).
                03 FILLER        PIC X(61).
      *
       FD CADTREOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREOBR.DAT".
       01 REGTREOBR.
                03 OBR-CHAVE.
                   05 OBR-CARGO     PIC 9(03).
                   05 OBR-CURSO     PIC 9(03).
                03 FILLER        PIC X(26).
      *
       FD CADTREFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTREFUN.DAT".
       01 REGTREFUN.
                03 TRF-CHAVE.
                   05 TRF-CHAPA     PIC 9(05).
                   05 TRF-CURSO     PIC 9(03).
                   05 TRF-SEQ       PIC 9(02).
                03 FILLER        PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
                DISPLAY "25-CADFERIADO 26-CADADTO  27-CADRATEIO"
                DISPLAY "28-CADCOMP   29-CADREMST  30-CADNOTAH"
                DISPLAY "31-CADMOVIM  32-CADESCO   33-CADVAGAS"
                DISPLAY "34-CADHORAULA 35-CADBAIXA 36-CADACORDO"
                DISPLAY "37-CADCURSO  38-CADGRADE  39-CADSALA"
                DISPLAY "40-CADHORAR  41-CADDIARIO 42-CADDOC"
                DISPLAY "43-FOLHAEVT  44-CADAFAST  45-CADANUENIO"
                DISPLAY "46-CADASO    47-CADBENEF  48-CADBENMES"
                DISPLAY "49-CADBHORAS 50-CADBOLSA  51-CADCAND"
                DISPLAY "52-CADCONSIG 53-CONSIGMES 54-CADORCA"
                DISPLAY "55-CADREQ    56-CADSALFAM 57-CADSALFUN"
                DISPLAY "58-CADTREIN  59-CADTREOBR 60-CADTREFUN"
                DISPLAY "OPCAO: "
                ACCEPT W-OPCAO FROM CONSOLE
                IF W-OPCAO = ZEROS
                   GO TO ROT-FIM.
                IF W-OPCAO > 60
                   GO TO PEDE-ARQUIVO.
                IF W-OPCAO = 1 MOVE "CADFUNC" TO W-ARQ.
                IF W-OPCAO = 2 MOVE "CADCARGO" TO W-ARQ.
                IF W-OPCAO = 31 MOVE "CADMOVIM" TO W-ARQ.
                IF W-OPCAO = 32 MOVE "CADESCO" TO W-ARQ.
                IF W-OPCAO = 33 MOVE "CADVAGAS" TO W-ARQ.
                IF W-OPCAO = 34 MOVE "CADHORAULA" TO W-ARQ.
                IF W-OPCAO = 35 MOVE "CADBAIXA" TO W-ARQ.
                IF W-OPCAO = 36 MOVE "CADACORDO" TO W-ARQ.
                IF W-OPCAO = 37 MOVE "CADCURSO" TO W-ARQ.
                IF W-OPCAO = 38 MOVE "CADGRADE" TO W-ARQ.
                IF W-OPCAO = 39 MOVE "CADSALA" TO W-ARQ.
                IF W-OPCAO = 40 MOVE "CADHORAR" TO W-ARQ.
                IF W-OPCAO = 41 MOVE "CADDIARIO" TO W-ARQ.
                IF W-OPCAO = 42 MOVE "CADDOC" TO W-ARQ.
                IF W-OPCAO = 43 MOVE "FOLHAEVT" TO W-ARQ.
                IF W-OPCAO = 44 MOVE "CADAFAST" TO W-ARQ.
                IF W-OPCAO = 45 MOVE "CADANUENIO" TO W-ARQ.
                IF W-OPCAO = 46 MOVE "CADASO" TO W-ARQ.
                IF W-OPCAO = 47 MOVE "CADBENEF" TO W-ARQ.
                IF W-OPCAO = 48 MOVE "CADBENMES" TO W-ARQ.
                IF W-OPCAO = 49 MOVE "CADBHORAS" TO W-ARQ.
                IF W-OPCAO = 50 MOVE "CADBOLSA" TO W-ARQ.
                IF W-OPCAO = 51 MOVE "CADCAND" TO W-ARQ.
                IF W-OPCAO = 52 MOVE "CADCONSIG" TO W-ARQ.
                IF W-OPCAO = 53 MOVE "CONSIGMES" TO W-ARQ.
                IF W-OPCAO = 54 MOVE "CADORCA" TO W-ARQ.
                IF W-OPCAO = 55 MOVE "CADREQ" TO W-ARQ.
                IF W-OPCAO = 56 MOVE "CADSALFAM" TO W-ARQ.
                IF W-OPCAO = 57 MOVE "CADSALFUN" TO W-ARQ.
                IF W-OPCAO = 58 MOVE "CADTREIN" TO W-ARQ.
                IF W-OPCAO = 59 MOVE "CADTREOBR" TO W-ARQ.
                IF W-OPCAO = 60 MOVE "CADTREFUN" TO W-ARQ.
       PEDE-GERACAO.
                DISPLAY "GERACAO (1-9): "
                ACCEPT W-GER FROM CONSOLE
                        GO TO PEDE-ARQUIVO.
                DISPLAY "GERACAO DE " CAT-DATA " " CAT-HORA
                        " COM " CAT-REGS " REGISTROS".
                IF CAT-ORIGEM = "R"
                   DISPLAY "(COPIA TIRADA PELA REORGANIZACAO FP201696 "
                           "ANTES DA RECARGA)".
       CONFIRMA.
                DISPLAY "A RESTAURACAO SOBREPOE O ARQUIVO ATUAL."
                DISPLAY "CONFIRMA (S/N)? "
                IF W-OPCAO = 30 GO TO RST-NOTAH.
                IF W-OPCAO = 31 GO TO RST-MOVIM.
                IF W-OPCAO = 32 GO TO RST-ESCO.
                IF W-OPCAO = 33 GO TO RST-VAGAS.
                IF W-OPCAO = 34 GO TO RST-HAULA.
                IF W-OPCAO = 35 GO TO RST-BAIXA.
                IF W-OPCAO = 36 GO TO RST-ACORDO.
                IF W-OPCAO = 37 GO TO RST-CURSO.
                IF W-OPCAO = 38 GO TO RST-GRADE.
                IF W-OPCAO = 39 GO TO RST-SALA.
                IF W-OPCAO = 40 GO TO RST-HORAR.
                IF W-OPCAO = 41 GO TO RST-DIARIO.
                IF W-OPCAO = 42 GO TO RST-DOC.
                IF W-OPCAO = 43 GO TO RST-FEVT.
                IF W-OPCAO = 44 GO TO RST-AFAST.
                IF W-OPCAO = 45 GO TO RST-ANUEN.
                IF W-OPCAO = 46 GO TO RST-ASO.
                IF W-OPCAO = 47 GO TO RST-BENEF.
                IF W-OPCAO = 48 GO TO RST-BENMES.
                IF W-OPCAO = 49 GO TO RST-BHORAS.
                IF W-OPCAO = 50 GO TO RST-BOLSA.
                IF W-OPCAO = 51 GO TO RST-CAND.
                IF W-OPCAO = 52 GO TO RST-CONSIG.
                IF W-OPCAO = 53 GO TO RST-CSMES.
                IF W-OPCAO = 54 GO TO RST-ORCA.
                IF W-OPCAO = 55 GO TO RST-REQ.
                IF W-OPCAO = 56 GO TO RST-SALFAM.
                IF W-OPCAO = 57 GO TO RST-SALFUN.
                IF W-OPCAO = 58 GO TO RST-TREIN.
                IF W-OPCAO = 59 GO TO RST-TREOBR.
                GO TO RST-TREFUN.
      *
      **********************************
      * RESTAURACAO DE CADA MESTRE     *
       RST-VAGAS-FIM.
                CLOSE CADVAGAS
                GO TO RESTAURADO.
      *
       RST-HAULA.
                OPEN OUTPUT CADHORAULA.
       RST-HAULA-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-HAULA-FIM.
                MOVE REGBKP TO REGHORAULA
                WRITE REGHORAULA
                ADD 1 TO W-REGS
                GO TO RST-HAULA-LE.
       RST-HAULA-FIM.
                CLOSE CADHORAULA
                GO TO RESTAURADO.
      *
       RST-BAIXA.
                OPEN OUTPUT CADBAIXA.
       RST-BAIXA-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-BAIXA-FIM.
                MOVE REGBKP TO REGBAIXA
                WRITE REGBAIXA
                ADD 1 TO W-REGS
                GO TO RST-BAIXA-LE.
       RST-BAIXA-FIM.
                CLOSE CADBAIXA
                GO TO RESTAURADO.
      *
       RST-ACORDO.
                OPEN OUTPUT CADACORDO.
       RST-ACORDO-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-ACORDO-FIM.
                MOVE REGBKP TO REGACORDO
                WRITE REGACORDO
                ADD 1 TO W-REGS
                GO TO RST-ACORDO-LE.
       RST-ACORDO-FIM.
                CLOSE CADACORDO
                GO TO RESTAURADO.
      *
       RST-CURSO.
                OPEN OUTPUT CADCURSO.
       RST-CURSO-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-CURSO-FIM.
                MOVE REGBKP TO REGCURSO
                WRITE REGCURSO
                ADD 1 TO W-REGS
                GO TO RST-CURSO-LE.
       RST-CURSO-FIM.
                CLOSE CADCURSO
                GO TO RESTAURADO.
      *
       RST-GRADE.
                OPEN OUTPUT CADGRADE.
       RST-GRADE-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-GRADE-FIM.
                MOVE REGBKP TO REGGRADE
                WRITE REGGRADE
                ADD 1 TO W-REGS
                GO TO RST-GRADE-LE.
       RST-GRADE-FIM.
                CLOSE CADGRADE
                GO TO RESTAURADO.
      *
       RST-SALA.
                OPEN OUTPUT CADSALA.
       RST-SALA-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-SALA-FIM.
                MOVE REGBKP TO REGSALA
                WRITE REGSALA
                ADD 1 TO W-REGS
                GO TO RST-SALA-LE.
       RST-SALA-FIM.
                CLOSE CADSALA
                GO TO RESTAURADO.
      *
       RST-HORAR.
                OPEN OUTPUT CADHORAR.
       RST-HORAR-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-HORAR-FIM.
                MOVE REGBKP TO REGHORAR
                WRITE REGHORAR
                ADD 1 TO W-REGS
                GO TO RST-HORAR-LE.
       RST-HORAR-FIM.
                CLOSE CADHORAR
                GO TO RESTAURADO.
      *
       RST-DIARIO.
                OPEN OUTPUT CADDIARIO.
       RST-DIARIO-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-DIARIO-FIM.
                MOVE REGBKP TO REGDIARIO
                WRITE REGDIARIO
                ADD 1 TO W-REGS
                GO TO RST-DIARIO-LE.
       RST-DIARIO-FIM.
                CLOSE CADDIARIO
                GO TO RESTAURADO.
      *
       RST-DOC.
                OPEN OUTPUT CADDOC.
       RST-DOC-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-DOC-FIM.
                MOVE REGBKP TO REGDOC
                WRITE REGDOC
                ADD 1 TO W-REGS
                GO TO RST-DOC-LE.
       RST-DOC-FIM.
                CLOSE CADDOC
                GO TO RESTAURADO.
      *
       RST-FEVT.
                OPEN OUTPUT FOLHAEVT.
       RST-FEVT-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-FEVT-FIM.
                MOVE REGBKP TO REGFEVT
                WRITE REGFEVT
                ADD 1 TO W-REGS
                GO TO RST-FEVT-LE.
       RST-FEVT-FIM.
                CLOSE FOLHAEVT
                GO TO RESTAURADO.
      *
       RST-AFAST.
                OPEN OUTPUT CADAFAST.
       RST-AFAST-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-AFAST-FIM.
                MOVE REGBKP TO REGAFAST
                WRITE REGAFAST
                ADD 1 TO W-REGS
                GO TO RST-AFAST-LE.
       RST-AFAST-FIM.
                CLOSE CADAFAST
                GO TO RESTAURADO.
      *
       RST-ANUEN.
                OPEN OUTPUT CADANUENIO.
       RST-ANUEN-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-ANUEN-FIM.
                MOVE REGBKP TO REGANUENIO
                WRITE REGANUENIO
                ADD 1 TO W-REGS
                GO TO RST-ANUEN-LE.
       RST-ANUEN-FIM.
                CLOSE CADANUENIO
                GO TO RESTAURADO.
      *
       RST-ASO.
                OPEN OUTPUT CADASO.
       RST-ASO-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-ASO-FIM.
                MOVE REGBKP TO REGASO
                WRITE REGASO
                ADD 1 TO W-REGS
                GO TO RST-ASO-LE.
       RST-ASO-FIM.
                CLOSE CADASO
                GO TO RESTAURADO.
      *
       RST-BENEF.
                OPEN OUTPUT CADBENEF.
       RST-BENEF-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-BENEF-FIM.
                MOVE REGBKP TO REGBENEF
                WRITE REGBENEF
                ADD 1 TO W-REGS
                GO TO RST-BENEF-LE.
       RST-BENEF-FIM.
                CLOSE CADBENEF
                GO TO RESTAURADO.
      *
       RST-BENMES.
                OPEN OUTPUT CADBENMES.
       RST-BENMES-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-BENMES-FIM.
                MOVE REGBKP TO REGBENMES
                WRITE REGBENMES
                ADD 1 TO W-REGS
                GO TO RST-BENMES-LE.
       RST-BENMES-FIM.
                CLOSE CADBENMES
                GO TO RESTAURADO.
      *
       RST-BHORAS.
                OPEN OUTPUT CADBHORAS.
       RST-BHORAS-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-BHORAS-FIM.
                MOVE REGBKP TO REGBHORAS
                WRITE REGBHORAS
                ADD 1 TO W-REGS
                GO TO RST-BHORAS-LE.
       RST-BHORAS-FIM.
                CLOSE CADBHORAS
                GO TO RESTAURADO.
      *
       RST-BOLSA.
                OPEN OUTPUT CADBOLSA.
       RST-BOLSA-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-BOLSA-FIM.
                MOVE REGBKP TO REGBOLSA
                WRITE REGBOLSA
                ADD 1 TO W-REGS
                GO TO RST-BOLSA-LE.
       RST-BOLSA-FIM.
                CLOSE CADBOLSA
                GO TO RESTAURADO.
      *
       RST-CAND.
                OPEN OUTPUT CADCAND.
       RST-CAND-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-CAND-FIM.
                MOVE REGBKP TO REGCAND
                WRITE REGCAND
                ADD 1 TO W-REGS
                GO TO RST-CAND-LE.
       RST-CAND-FIM.
                CLOSE CADCAND
                GO TO RESTAURADO.
      *
       RST-CONSIG.
                OPEN OUTPUT CADCONSIG.
       RST-CONSIG-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-CONSIG-FIM.
                MOVE REGBKP TO REGCONSIG
                WRITE REGCONSIG
                ADD 1 TO W-REGS
                GO TO RST-CONSIG-LE.
       RST-CONSIG-FIM.
                CLOSE CADCONSIG
                GO TO RESTAURADO.
      *
       RST-CSMES.
                OPEN OUTPUT CONSIGMES.
       RST-CSMES-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-CSMES-FIM.
                MOVE REGBKP TO REGCONSMES
                WRITE REGCONSMES
                ADD 1 TO W-REGS
                GO TO RST-CSMES-LE.
       RST-CSMES-FIM.
                CLOSE CONSIGMES
                GO TO RESTAURADO.
      *
       RST-ORCA.
                OPEN OUTPUT CADORCA.
       RST-ORCA-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-ORCA-FIM.
                MOVE REGBKP TO REGORCA
                WRITE REGORCA
                ADD 1 TO W-REGS
                GO TO RST-ORCA-LE.
       RST-ORCA-FIM.
                CLOSE CADORCA
                GO TO RESTAURADO.
      *
       RST-REQ.
                OPEN OUTPUT CADREQ.
       RST-REQ-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-REQ-FIM.
                MOVE REGBKP TO REGREQ
                WRITE REGREQ
                ADD 1 TO W-REGS
                GO TO RST-REQ-LE.
       RST-REQ-FIM.
                CLOSE CADREQ
                GO TO RESTAURADO.
      *
       RST-SALFAM.
                OPEN OUTPUT CADSALFAM.
       RST-SALFAM-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-SALFAM-FIM.
                MOVE REGBKP TO REGSALFAM
                WRITE REGSALFAM
                ADD 1 TO W-REGS
                GO TO RST-SALFAM-LE.
       RST-SALFAM-FIM.
                CLOSE CADSALFAM
                GO TO RESTAURADO.
      *
       RST-SALFUN.
                OPEN OUTPUT CADSALFUN.
       RST-SALFUN-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-SALFUN-FIM.
                MOVE REGBKP TO REGSALFUN
                WRITE REGSALFUN
                ADD 1 TO W-REGS
                GO TO RST-SALFUN-LE.
       RST-SALFUN-FIM.
                CLOSE CADSALFUN
                GO TO RESTAURADO.
      *
       RST-TREIN.
                OPEN OUTPUT CADTREIN.
       RST-TREIN-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-TREIN-FIM.
                MOVE REGBKP TO REGTREIN
                WRITE REGTREIN
                ADD 1 TO W-REGS
                GO TO RST-TREIN-LE.
       RST-TREIN-FIM.
                CLOSE CADTREIN
                GO TO RESTAURADO.
      *
       RST-TREOBR.
                OPEN OUTPUT CADTREOBR.
       RST-TREOBR-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-TREOBR-FIM.
                MOVE REGBKP TO REGTREOBR
                WRITE REGTREOBR
                ADD 1 TO W-REGS
                GO TO RST-TREOBR-LE.
       RST-TREOBR-FIM.
                CLOSE CADTREOBR
                GO TO RESTAURADO.
      *
       RST-TREFUN.
                OPEN OUTPUT CADTREFUN.
       RST-TREFUN-LE.
                READ BKPIN NEXT RECORD
                     AT END GO TO RST-TREFUN-FIM.
                MOVE REGBKP TO REGTREFUN
                WRITE REGTREFUN
                ADD 1 TO W-REGS
                GO TO RST-TREFUN-LE.
       RST-TREFUN-FIM.
                CLOSE CADTREFUN
                GO TO RESTAURADO.
      *
      **********************************
      * JORNAL E RESUMO DA RESTAURACAO *
