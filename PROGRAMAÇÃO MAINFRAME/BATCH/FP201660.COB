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
       FD BKPOUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-BKP-NOME.
       01 REGBKP                      PIC X(850).
      *
       FD CADFUNC
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
                PERFORM BKP-MOVIM THRU BKP-MOVIM-FIM
                PERFORM BKP-ESCO THRU BKP-ESCO-FIM
                PERFORM BKP-VAGAS THRU BKP-VAGAS-FIM
                PERFORM BKP-HAULA THRU BKP-HAULA-FIM
                PERFORM BKP-BAIXA THRU BKP-BAIXA-FIM
                PERFORM BKP-ACORDO THRU BKP-ACORDO-FIM
                PERFORM BKP-CURSO THRU BKP-CURSO-FIM
                PERFORM BKP-GRADE THRU BKP-GRADE-FIM
                PERFORM BKP-SALA THRU BKP-SALA-FIM
                PERFORM BKP-HORAR THRU BKP-HORAR-FIM
                PERFORM BKP-DIARIO THRU BKP-DIARIO-FIM
                PERFORM BKP-DOC THRU BKP-DOC-FIM
                PERFORM BKP-FEVT THRU BKP-FEVT-FIM
                PERFORM BKP-AFAST THRU BKP-AFAST-FIM
                PERFORM BKP-ANUEN THRU BKP-ANUEN-FIM
                PERFORM BKP-ASO THRU BKP-ASO-FIM
                PERFORM BKP-BENEF THRU BKP-BENEF-FIM
                PERFORM BKP-BENMES THRU BKP-BENMES-FIM
                PERFORM BKP-BHORAS THRU BKP-BHORAS-FIM
                PERFORM BKP-BOLSA THRU BKP-BOLSA-FIM
                PERFORM BKP-CAND THRU BKP-CAND-FIM
                PERFORM BKP-CONSIG THRU BKP-CONSIG-FIM
                PERFORM BKP-CSMES THRU BKP-CSMES-FIM
                PERFORM BKP-ORCA THRU BKP-ORCA-FIM
                PERFORM BKP-REQ THRU BKP-REQ-FIM
                PERFORM BKP-SALFAM THRU BKP-SALFAM-FIM
                PERFORM BKP-SALFUN THRU BKP-SALFUN-FIM
                PERFORM BKP-TREIN THRU BKP-TREIN-FIM
                PERFORM BKP-TREOBR THRU BKP-TREOBR-FIM
                PERFORM BKP-TREFUN THRU BKP-TREFUN-FIM
                DISPLAY "ARQUIVOS COPIADOS: " W-TOT-ARQ
                GO TO ROT-FIM.
      *
                MOVE W-HOJE TO CAT-DATA
                MOVE W-HORA-NUM TO CAT-HORA
                MOVE W-REGS TO CAT-REGS
                MOVE SPACES TO CAT-ORIGEM
                WRITE REGCAT
                IF ST-CAT = "22"
                   REWRITE REGCAT.
                MOVE W-HOJE TO CAT-DATA
                MOVE W-HORA-NUM TO CAT-HORA
                MOVE W-GER TO CAT-REGS
                MOVE SPACES TO CAT-ORIGEM
                WRITE REGCAT
                IF ST-CAT = "22"
                   REWRITE REGCAT.
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-VAGAS-FIM.
                EXIT.
      *
       BKP-HAULA.
                MOVE "CADHORAULA" TO W-ARQ
                OPEN INPUT CADHORAULA
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADHORAULA.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-HAULA-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-HAULA-LE.
                READ CADHORAULA NEXT RECORD
                     AT END GO TO BKP-HAULA-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGHORAULA TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-HAULA-LE.
       BKP-HAULA-GRAVA.
                CLOSE CADHORAULA BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-HAULA-FIM.
                EXIT.
      *
       BKP-BAIXA.
                MOVE "CADBAIXA" TO W-ARQ
                OPEN INPUT CADBAIXA
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADBAIXA.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-BAIXA-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-BAIXA-LE.
                READ CADBAIXA NEXT RECORD
                     AT END GO TO BKP-BAIXA-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGBAIXA TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-BAIXA-LE.
       BKP-BAIXA-GRAVA.
                CLOSE CADBAIXA BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-BAIXA-FIM.
                EXIT.
      *
       BKP-ACORDO.
                MOVE "CADACORDO" TO W-ARQ
                OPEN INPUT CADACORDO
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADACORDO.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-ACORDO-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-ACORDO-LE.
                READ CADACORDO NEXT RECORD
                     AT END GO TO BKP-ACORDO-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGACORDO TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-ACORDO-LE.
       BKP-ACORDO-GRAVA.
                CLOSE CADACORDO BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-ACORDO-FIM.
                EXIT.
      *
       BKP-CURSO.
                MOVE "CADCURSO" TO W-ARQ
                OPEN INPUT CADCURSO
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADCURSO.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-CURSO-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-CURSO-LE.
                READ CADCURSO NEXT RECORD
                     AT END GO TO BKP-CURSO-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGCURSO TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-CURSO-LE.
       BKP-CURSO-GRAVA.
                CLOSE CADCURSO BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-CURSO-FIM.
                EXIT.
      *
       BKP-GRADE.
                MOVE "CADGRADE" TO W-ARQ
                OPEN INPUT CADGRADE
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADGRADE.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-GRADE-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-GRADE-LE.
                READ CADGRADE NEXT RECORD
                     AT END GO TO BKP-GRADE-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGGRADE TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-GRADE-LE.
       BKP-GRADE-GRAVA.
                CLOSE CADGRADE BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-GRADE-FIM.
                EXIT.
      *
       BKP-SALA.
                MOVE "CADSALA" TO W-ARQ
                OPEN INPUT CADSALA
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADSALA.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-SALA-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-SALA-LE.
                READ CADSALA NEXT RECORD
                     AT END GO TO BKP-SALA-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGSALA TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-SALA-LE.
       BKP-SALA-GRAVA.
                CLOSE CADSALA BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-SALA-FIM.
                EXIT.
      *
       BKP-HORAR.
                MOVE "CADHORAR" TO W-ARQ
                OPEN INPUT CADHORAR
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADHORAR.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-HORAR-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-HORAR-LE.
                READ CADHORAR NEXT RECORD
                     AT END GO TO BKP-HORAR-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGHORAR TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-HORAR-LE.
       BKP-HORAR-GRAVA.
                CLOSE CADHORAR BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-HORAR-FIM.
                EXIT.
      *
       BKP-DIARIO.
                MOVE "CADDIARIO" TO W-ARQ
                OPEN INPUT CADDIARIO
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADDIARIO.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-DIARIO-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-DIARIO-LE.
                READ CADDIARIO NEXT RECORD
                     AT END GO TO BKP-DIARIO-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGDIARIO TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-DIARIO-LE.
       BKP-DIARIO-GRAVA.
                CLOSE CADDIARIO BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-DIARIO-FIM.
                EXIT.
      *
       BKP-DOC.
                MOVE "CADDOC" TO W-ARQ
                OPEN INPUT CADDOC
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADDOC.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-DOC-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-DOC-LE.
                READ CADDOC NEXT RECORD
                     AT END GO TO BKP-DOC-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGDOC TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-DOC-LE.
       BKP-DOC-GRAVA.
                CLOSE CADDOC BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-DOC-FIM.
                EXIT.
      *
       BKP-FEVT.
                MOVE "FOLHAEVT" TO W-ARQ
                OPEN INPUT FOLHAEVT
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: FOLHAEVT.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-FEVT-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-FEVT-LE.
                READ FOLHAEVT NEXT RECORD
                     AT END GO TO BKP-FEVT-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGFEVT TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-FEVT-LE.
       BKP-FEVT-GRAVA.
                CLOSE FOLHAEVT BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-FEVT-FIM.
                EXIT.
      *
       BKP-AFAST.
                MOVE "CADAFAST" TO W-ARQ
                OPEN INPUT CADAFAST
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADAFAST.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-AFAST-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-AFAST-LE.
                READ CADAFAST NEXT RECORD
                     AT END GO TO BKP-AFAST-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGAFAST TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-AFAST-LE.
       BKP-AFAST-GRAVA.
                CLOSE CADAFAST BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-AFAST-FIM.
                EXIT.
      *
       BKP-ANUEN.
                MOVE "CADANUENIO" TO W-ARQ
                OPEN INPUT CADANUENIO
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADANUENIO.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-ANUEN-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-ANUEN-LE.
                READ CADANUENIO NEXT RECORD
                     AT END GO TO BKP-ANUEN-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGANUENIO TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-ANUEN-LE.
       BKP-ANUEN-GRAVA.
                CLOSE CADANUENIO BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-ANUEN-FIM.
                EXIT.
      *
       BKP-ASO.
                MOVE "CADASO" TO W-ARQ
                OPEN INPUT CADASO
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADASO.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-ASO-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-ASO-LE.
                READ CADASO NEXT RECORD
                     AT END GO TO BKP-ASO-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGASO TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-ASO-LE.
       BKP-ASO-GRAVA.
                CLOSE CADASO BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-ASO-FIM.
                EXIT.
      *
       BKP-BENEF.
                MOVE "CADBENEF" TO W-ARQ
                OPEN INPUT CADBENEF
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADBENEF.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-BENEF-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-BENEF-LE.
                READ CADBENEF NEXT RECORD
                     AT END GO TO BKP-BENEF-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGBENEF TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-BENEF-LE.
       BKP-BENEF-GRAVA.
                CLOSE CADBENEF BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-BENEF-FIM.
                EXIT.
      *
       BKP-BENMES.
                MOVE "CADBENMES" TO W-ARQ
                OPEN INPUT CADBENMES
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADBENMES.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-BENMES-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-BENMES-LE.
                READ CADBENMES NEXT RECORD
                     AT END GO TO BKP-BENMES-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGBENMES TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-BENMES-LE.
       BKP-BENMES-GRAVA.
                CLOSE CADBENMES BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-BENMES-FIM.
                EXIT.
      *
       BKP-BHORAS.
                MOVE "CADBHORAS" TO W-ARQ
                OPEN INPUT CADBHORAS
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADBHORAS.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-BHORAS-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-BHORAS-LE.
                READ CADBHORAS NEXT RECORD
                     AT END GO TO BKP-BHORAS-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGBHORAS TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-BHORAS-LE.
       BKP-BHORAS-GRAVA.
                CLOSE CADBHORAS BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-BHORAS-FIM.
                EXIT.
      *
       BKP-BOLSA.
                MOVE "CADBOLSA" TO W-ARQ
                OPEN INPUT CADBOLSA
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADBOLSA.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-BOLSA-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-BOLSA-LE.
                READ CADBOLSA NEXT RECORD
                     AT END GO TO BKP-BOLSA-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGBOLSA TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-BOLSA-LE.
       BKP-BOLSA-GRAVA.
                CLOSE CADBOLSA BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-BOLSA-FIM.
                EXIT.
      *
       BKP-CAND.
                MOVE "CADCAND" TO W-ARQ
                OPEN INPUT CADCAND
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADCAND.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-CAND-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-CAND-LE.
                READ CADCAND NEXT RECORD
                     AT END GO TO BKP-CAND-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGCAND TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-CAND-LE.
       BKP-CAND-GRAVA.
                CLOSE CADCAND BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-CAND-FIM.
                EXIT.
      *
       BKP-CONSIG.
                MOVE "CADCONSIG" TO W-ARQ
                OPEN INPUT CADCONSIG
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADCONSIG.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-CONSIG-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-CONSIG-LE.
                READ CADCONSIG NEXT RECORD
                     AT END GO TO BKP-CONSIG-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGCONSIG TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-CONSIG-LE.
       BKP-CONSIG-GRAVA.
                CLOSE CADCONSIG BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-CONSIG-FIM.
                EXIT.
      *
       BKP-CSMES.
                MOVE "CONSIGMES" TO W-ARQ
                OPEN INPUT CONSIGMES
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CONSIGMES.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-CSMES-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-CSMES-LE.
                READ CONSIGMES NEXT RECORD
                     AT END GO TO BKP-CSMES-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGCONSMES TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-CSMES-LE.
       BKP-CSMES-GRAVA.
                CLOSE CONSIGMES BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-CSMES-FIM.
                EXIT.
      *
       BKP-ORCA.
                MOVE "CADORCA" TO W-ARQ
                OPEN INPUT CADORCA
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADORCA.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-ORCA-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-ORCA-LE.
                READ CADORCA NEXT RECORD
                     AT END GO TO BKP-ORCA-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGORCA TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-ORCA-LE.
       BKP-ORCA-GRAVA.
                CLOSE CADORCA BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-ORCA-FIM.
                EXIT.
      *
       BKP-REQ.
                MOVE "CADREQ" TO W-ARQ
                OPEN INPUT CADREQ
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADREQ.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-REQ-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-REQ-LE.
                READ CADREQ NEXT RECORD
                     AT END GO TO BKP-REQ-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGREQ TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-REQ-LE.
       BKP-REQ-GRAVA.
                CLOSE CADREQ BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-REQ-FIM.
                EXIT.
      *
       BKP-SALFAM.
                MOVE "CADSALFAM" TO W-ARQ
                OPEN INPUT CADSALFAM
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADSALFAM.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-SALFAM-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-SALFAM-LE.
                READ CADSALFAM NEXT RECORD
                     AT END GO TO BKP-SALFAM-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGSALFAM TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-SALFAM-LE.
       BKP-SALFAM-GRAVA.
                CLOSE CADSALFAM BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-SALFAM-FIM.
                EXIT.
      *
       BKP-SALFUN.
                MOVE "CADSALFUN" TO W-ARQ
                OPEN INPUT CADSALFUN
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADSALFUN.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-SALFUN-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-SALFUN-LE.
                READ CADSALFUN NEXT RECORD
                     AT END GO TO BKP-SALFUN-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGSALFUN TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-SALFUN-LE.
       BKP-SALFUN-GRAVA.
                CLOSE CADSALFUN BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-SALFUN-FIM.
                EXIT.
      *
       BKP-TREIN.
                MOVE "CADTREIN" TO W-ARQ
                OPEN INPUT CADTREIN
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADTREIN.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-TREIN-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-TREIN-LE.
                READ CADTREIN NEXT RECORD
                     AT END GO TO BKP-TREIN-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGTREIN TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-TREIN-LE.
       BKP-TREIN-GRAVA.
                CLOSE CADTREIN BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-TREIN-FIM.
                EXIT.
      *
       BKP-TREOBR.
                MOVE "CADTREOBR" TO W-ARQ
                OPEN INPUT CADTREOBR
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADTREOBR.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-TREOBR-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-TREOBR-LE.
                READ CADTREOBR NEXT RECORD
                     AT END GO TO BKP-TREOBR-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGTREOBR TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-TREOBR-LE.
       BKP-TREOBR-GRAVA.
                CLOSE CADTREOBR BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-TREOBR-FIM.
                EXIT.
      *
       BKP-TREFUN.
                MOVE "CADTREFUN" TO W-ARQ
                OPEN INPUT CADTREFUN
                IF ST-ARQ NOT = "00"
                   DISPLAY "AVISO: CADTREFUN.DAT NAO COPIADO - " ST-ARQ
                   GO TO BKP-TREFUN-FIM.
                PERFORM GER-PROXIMA THRU GER-PROXIMA-FIM
                OPEN OUTPUT BKPOUT
                MOVE ZEROS TO W-REGS.
       BKP-TREFUN-LE.
                READ CADTREFUN NEXT RECORD
                     AT END GO TO BKP-TREFUN-GRAVA.
                MOVE SPACES TO REGBKP
                MOVE REGTREFUN TO REGBKP
                WRITE REGBKP
                ADD 1 TO W-REGS
                GO TO BKP-TREFUN-LE.
       BKP-TREFUN-GRAVA.
                CLOSE CADTREFUN BKPOUT
                PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       BKP-TREFUN-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
