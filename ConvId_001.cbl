      ******************************************************************
      * Author: NATHAN DE FARIA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (UNICA) DOS ARQUIVOS DE MOVIMENTO PARA O
      *          LAYOUT COM O CODIGO DA CONTA (CONT-ID). ACRESCENTA AO
      *          FINAL DE CADA REGISTRO O CAMPO CONT-ID (9(04)), OBTIDO
      *          PELO NOME DA CONTA GRAVADO NO REGISTRO:
      *          Receit.txt -> ReceitN.txt   Despes.txt -> DespesN.txt
      *          Recorr.txt -> RecorrN.txt   Emprest.txt -> EmprestN.txt
      *          ReceitHist.txt -> ReceitHistN.txt
      *          DespesHist.txt -> DespesHistN.txt
      *          Fecham.txt -> FechamN.txt (SO OS REGISTROS 'S')
      *          O NOME PRECISA SER DE UMA UNICA CONTA DO Contas.txt;
      *          SE NAO HOUVER CONTA COM O NOME, OU HOUVER MAIS DE UMA,
      *          O CODIGO E GRAVADO ZERADO E O REGISTRO E LISTADO COMO
      *          PENDENTE PARA ACERTO MANUAL. APOS A EXECUCAO,
      *          SUBSTITUIR OS ARQUIVOS ANTIGOS PELOS GERADOS
      *          (RENOMEANDO-OS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvId_001.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CONTAS ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Contas.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-REC-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Receit.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCA-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-REC-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\ReceitN'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-DSP-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Despes.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPA-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-DSP-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\DespesN'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPN-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-LRC-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Recorr.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LRA-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-LRC-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\RecorrN'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LRN-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-EMP-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Emprest'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMA-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-EMP-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\EmprestN'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMN-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-HRC-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\ReceitHis'-
       't.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-HRC-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\ReceitHis'-
       'tN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-HDP-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\DespesHis'-
       't.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-HDP-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\DespesHis'-
       'tN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-FCH-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Fecham.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-FCH-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\FechamN'-
       '.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CONTAS.
               01 REG-CNT.
                   03 CNT-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 CNT-SALD         PIC X(11).
                   03 FILLER           PIC X(01).
                   03 CNT-TIPO         PIC 9(02).
                   03 FILLER           PIC X(01).
                   03 CNT-ABC-ID       PIC 9(03).
                   03 FILLER           PIC X(01).
                   03 CNT-NOME         PIC A(25).
                   03 FILLER           PIC X(01).
                   03 CNT-SALD-INI     PIC X(11).

           FD ARQ-REC-ANT.
               01 REG-REC-ANT.
                   03 RCA-ID           PIC 9(04).
                   03 FILLER           PIC X(43).
                   03 RCA-CONTA        PIC A(25).
                   03 FILLER           PIC X(27).

           FD ARQ-REC-NOV.
               01 REG-REC-NOV.
                   03 RCN-ID           PIC 9(04).
                   03 FILLER           PIC X(95).
                   03 FILLER           PIC X(01).
                   03 RCN-CONT-ID      PIC 9(04).

           FD ARQ-DSP-ANT.
               01 REG-DSP-ANT.
                   03 DPA-ID           PIC 9(04).
                   03 FILLER           PIC X(43).
                   03 DPA-CONTA        PIC A(25).
                   03 FILLER           PIC X(27).

           FD ARQ-DSP-NOV.
               01 REG-DSP-NOV.
                   03 DPN-ID           PIC 9(04).
                   03 FILLER           PIC X(95).
                   03 FILLER           PIC X(01).
                   03 DPN-CONT-ID      PIC 9(04).

           FD ARQ-LRC-ANT.
               01 REG-LRC-ANT.
                   03 LRA-ID           PIC 9(04).
                   03 FILLER           PIC X(31).
                   03 LRA-CONTA        PIC A(25).
                   03 FILLER           PIC X(12).

           FD ARQ-LRC-NOV.
               01 REG-LRC-NOV.
                   03 LRN-ID           PIC 9(04).
                   03 FILLER           PIC X(68).
                   03 FILLER           PIC X(01).
                   03 LRN-CONT-ID      PIC 9(04).

           FD ARQ-EMP-ANT.
               01 REG-EMP-ANT.
                   03 EMA-ID           PIC 9(04).
                   03 FILLER           PIC X(17).
                   03 EMA-CONTA        PIC A(25).
                   03 FILLER           PIC X(51).

           FD ARQ-EMP-NOV.
               01 REG-EMP-NOV.
                   03 EMN-ID           PIC 9(04).
                   03 FILLER           PIC X(93).
                   03 FILLER           PIC X(01).
                   03 EMN-CONT-ID      PIC 9(04).

           FD ARQ-HRC-ANT.
               01 REG-HRC-ANT.
                   03 HRA-ID           PIC 9(04).
                   03 FILLER           PIC X(43).
                   03 HRA-CONTA        PIC A(25).
                   03 FILLER           PIC X(27).

           FD ARQ-HRC-NOV.
               01 REG-HRC-NOV.
                   03 HRN-ID           PIC 9(04).
                   03 FILLER           PIC X(95).
                   03 FILLER           PIC X(01).
                   03 HRN-CONT-ID      PIC 9(04).

           FD ARQ-HDP-ANT.
               01 REG-HDP-ANT.
                   03 HDA-ID           PIC 9(04).
                   03 FILLER           PIC X(43).
                   03 HDA-CONTA        PIC A(25).
                   03 FILLER           PIC X(27).

           FD ARQ-HDP-NOV.
               01 REG-HDP-NOV.
                   03 HDN-ID           PIC 9(04).
                   03 FILLER           PIC X(95).
                   03 FILLER           PIC X(01).
                   03 HDN-CONT-ID      PIC 9(04).

           FD ARQ-FCH-ANT.
               01 REG-FCH-ANT.
                   03 FCA-TIPO         PIC X(01).
                   03 FILLER           PIC X(01).
                   03 FCA-ANOMES       PIC 9(06).
                   03 FILLER           PIC X(01).
                   03 FCA-CONTA        PIC X(25).
                   03 FILLER           PIC X(46).

           FD ARQ-FCH-NOV.
               01 REG-FCH-NOV.
                   03 FCN-S-DADOS      PIC X(46).
                   03 FCN-S-SEP        PIC X(01).
                   03 FCN-S-CONT-ID    PIC 9(04).
                   03 FILLER           PIC X(29).

       WORKING-STORAGE SECTION.
       01 WS-FSTATUS           PIC 9(02) VALUE ZEROS.
       01 WS-EOF               PIC 9     VALUE ZERO.
       01 WS-QTD-REC           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-DSP           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-LRC           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-EMP           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-HRC           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-HDP           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ERR           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-FCH           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-PEND          PIC 9(05) VALUE ZEROS.

      *----TABELA DAS CONTAS CADASTRADAS (CODIGO E NOME)-----------------*
       01 WS-TAB-CONTAS.
           03 WS-TC-QTD            PIC 9(03) VALUE ZEROS.
           03 WS-TC-CTA OCCURS 200 TIMES.
               05 WS-TC-ID         PIC 9(04).
               05 WS-TC-NOME       PIC A(25).

      *----PESQUISA DE UMA CONTA PELO NOME-------------------------------*
       01 WS-LOCALIZA.
           03 WS-LC-NOME           PIC X(25) VALUE SPACES.
           03 WS-LC-ID             PIC 9(04) VALUE ZEROS.
           03 WS-LC-QTD            PIC 9(03) VALUE ZEROS.
           03 WS-LC-IDX            PIC 9(03) VALUE ZEROS.

      *----LINHA DE PENDENCIA--------------------------------------------*
       01 WS-PENDENCIA.
           03 WS-PD-ARQ            PIC X(12) VALUE SPACES.
           03 WS-PD-CHAVE          PIC X(08) VALUE SPACES.
           03 WS-PD-MOTIVO         PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'CONVERSAO DOS MOVIMENTOS PARA O CODIGO DA CONTA'
           PERFORM 0500-CARREGA-CONTAS
           IF WS-TC-QTD EQUAL ZEROS
               DISPLAY 'NENHUMA CONTA CARREGADA - CONVERSAO CANCELADA.'
           ELSE
               PERFORM 1000-CONVERTE-RECEITAS
               PERFORM 2000-CONVERTE-DESPESAS
               PERFORM 3000-CONVERTE-RECORRENTES
               PERFORM 4000-CONVERTE-EMPRESTIMOS
               PERFORM 5000-CONVERTE-HIST-RECEITAS
               PERFORM 6000-CONVERTE-HIST-DESPESAS
               PERFORM 7000-CONVERTE-FECHAMENTOS
               DISPLAY 'CONVERSAO CONCLUIDA.'
               DISPLAY 'RECEITAS CONVERTIDAS....: ' WS-QTD-REC
               DISPLAY 'DESPESAS CONVERTIDAS....: ' WS-QTD-DSP
               DISPLAY 'RECORRENTES CONVERTIDOS.: ' WS-QTD-LRC
               DISPLAY 'EMPRESTIMOS CONVERTIDOS.: ' WS-QTD-EMP
               DISPLAY 'HIST. RECEITAS..........: ' WS-QTD-HRC
               DISPLAY 'HIST. DESPESAS..........: ' WS-QTD-HDP
               DISPLAY 'SALDOS DE FECHAMENTO....: ' WS-QTD-FCH
               DISPLAY 'ERROS DE GRAVACAO.......: ' WS-QTD-ERR
               DISPLAY 'REGISTROS PENDENTES.....: ' WS-QTD-PEND
               IF WS-QTD-PEND > ZEROS
                   DISPLAY 'OS PENDENTES FICARAM COM CONT-ID 0000 E'
                   DISPLAY 'DEVEM SER ACERTADOS ANTES DO USO.'
               END-IF
               DISPLAY 'SUBSTITUA OS ARQUIVOS ANTIGOS PELOS *N.txt.'
           END-IF
           GOBACK.

      *----CARREGA O CODIGO E O NOME DE CADA CONTA DO Contas.txt---------*
       0500-CARREGA-CONTAS.
           MOVE ZEROS TO WS-FSTATUS
           MOVE ZEROS TO WS-TC-QTD
           OPEN INPUT ARQ-CONTAS
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Contas.txt NAO ENCONTRADO. ST: ' WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               MOVE ZEROS TO CNT-ID
               START ARQ-CONTAS KEY IS NOT LESS THAN CNT-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF EQUAL 1
                   READ ARQ-CONTAS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-TC-QTD < 200
                               ADD 1 TO WS-TC-QTD
                               MOVE CNT-ID   TO WS-TC-ID(WS-TC-QTD)
                               MOVE CNT-NOME TO WS-TC-NOME(WS-TC-QTD)
                           ELSE
                               DISPLAY 'TABELA DE CONTAS CHEIA - CONTA '
                               CNT-ID ' IGNORADA'
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-EOF
               CLOSE ARQ-CONTAS
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE Receit.txt PARA ReceitN.txt--------------------------*
       1000-CONVERTE-RECEITAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-REC-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Receit.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-REC-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR ReceitN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-REC-ANT
               ELSE
                   MOVE ZEROS TO RCA-ID
                   START ARQ-REC-ANT KEY IS NOT LESS THAN RCA-ID
                       INVALID KEY
                           MOVE 1 TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-REC-ANT NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE RCA-CONTA    TO WS-LC-NOME
                               PERFORM 8000-LOCALIZA-CONTA
                               IF WS-LC-QTD NOT EQUAL 1
                                   MOVE 'RECEITA'  TO WS-PD-ARQ
                                   MOVE RCA-ID     TO WS-PD-CHAVE
                                   PERFORM 8100-LISTA-PENDENCIA
                               END-IF
                               MOVE REG-REC-ANT  TO REG-REC-NOV
                               MOVE ';' TO REG-REC-NOV(100:1)
                               MOVE WS-LC-ID     TO RCN-CONT-ID
                               WRITE REG-REC-NOV
                                   INVALID KEY
                                       DISPLAY 'ERRO AO GRAVAR RECEITA '
                                       RCN-ID
                                       ADD 1 TO WS-QTD-ERR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-REC
                               END-WRITE
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-REC-ANT ARQ-REC-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE Despes.txt PARA DespesN.txt--------------------------*
       2000-CONVERTE-DESPESAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-DSP-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Despes.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-DSP-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR DespesN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-DSP-ANT
               ELSE
                   MOVE ZEROS TO DPA-ID
                   START ARQ-DSP-ANT KEY IS NOT LESS THAN DPA-ID
                       INVALID KEY
                           MOVE 1 TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-DSP-ANT NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE DPA-CONTA    TO WS-LC-NOME
                               PERFORM 8000-LOCALIZA-CONTA
                               IF WS-LC-QTD NOT EQUAL 1
                                   MOVE 'DESPESA'  TO WS-PD-ARQ
                                   MOVE DPA-ID     TO WS-PD-CHAVE
                                   PERFORM 8100-LISTA-PENDENCIA
                               END-IF
                               MOVE REG-DSP-ANT  TO REG-DSP-NOV
                               MOVE ';' TO REG-DSP-NOV(100:1)
                               MOVE WS-LC-ID     TO DPN-CONT-ID
                               WRITE REG-DSP-NOV
                                   INVALID KEY
                                       DISPLAY 'ERRO AO GRAVAR DESPESA '
                                       DPN-ID
                                       ADD 1 TO WS-QTD-ERR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-DSP
                               END-WRITE
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-DSP-ANT ARQ-DSP-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE Recorr.txt PARA RecorrN.txt--------------------------*
       3000-CONVERTE-RECORRENTES.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-LRC-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Recorr.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-LRC-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR RecorrN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-LRC-ANT
               ELSE
                   MOVE ZEROS TO LRA-ID
                   START ARQ-LRC-ANT KEY IS NOT LESS THAN LRA-ID
                       INVALID KEY
                           MOVE 1 TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-LRC-ANT NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE LRA-CONTA    TO WS-LC-NOME
                               PERFORM 8000-LOCALIZA-CONTA
                               IF WS-LC-QTD NOT EQUAL 1
                                   MOVE 'RECORRENTE' TO WS-PD-ARQ
                                   MOVE LRA-ID       TO WS-PD-CHAVE
                                   PERFORM 8100-LISTA-PENDENCIA
                               END-IF
                               MOVE REG-LRC-ANT  TO REG-LRC-NOV
                               MOVE ';' TO REG-LRC-NOV(73:1)
                               MOVE WS-LC-ID     TO LRN-CONT-ID
                               WRITE REG-LRC-NOV
                                   INVALID KEY
                                       DISPLAY 'ERRO AO GRAVAR RECORR. '
                                       LRN-ID
                                       ADD 1 TO WS-QTD-ERR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-LRC
                               END-WRITE
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-LRC-ANT ARQ-LRC-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE Emprest.txt PARA EmprestN.txt------------------------*
       4000-CONVERTE-EMPRESTIMOS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-EMP-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Emprest.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-EMP-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR EmprestN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-EMP-ANT
               ELSE
                   MOVE ZEROS TO EMA-ID
                   START ARQ-EMP-ANT KEY IS NOT LESS THAN EMA-ID
                       INVALID KEY
                           MOVE 1 TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-EMP-ANT NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE EMA-CONTA    TO WS-LC-NOME
                               PERFORM 8000-LOCALIZA-CONTA
                               IF WS-LC-QTD NOT EQUAL 1
                                   MOVE 'EMPRESTIMO' TO WS-PD-ARQ
                                   MOVE EMA-ID       TO WS-PD-CHAVE
                                   PERFORM 8100-LISTA-PENDENCIA
                               END-IF
                               MOVE REG-EMP-ANT  TO REG-EMP-NOV
                               MOVE ';' TO REG-EMP-NOV(98:1)
                               MOVE WS-LC-ID     TO EMN-CONT-ID
                               WRITE REG-EMP-NOV
                                   INVALID KEY
                                       DISPLAY 'ERRO AO GRAVAR EMPREST.'
                                       EMN-ID
                                       ADD 1 TO WS-QTD-ERR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-EMP
                               END-WRITE
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-EMP-ANT ARQ-EMP-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE ReceitHist.txt PARA ReceitHistN.txt------------------*
       5000-CONVERTE-HIST-RECEITAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-HRC-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'ReceitHist.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-HRC-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR ReceitHistN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-HRC-ANT
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-HRC-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE HRA-CONTA    TO WS-LC-NOME
                               PERFORM 8000-LOCALIZA-CONTA
                               IF WS-LC-QTD NOT EQUAL 1
                                   MOVE 'HIST.RECEIT' TO WS-PD-ARQ
                                   MOVE HRA-ID        TO WS-PD-CHAVE
                                   PERFORM 8100-LISTA-PENDENCIA
                               END-IF
                               MOVE REG-HRC-ANT  TO REG-HRC-NOV
                               MOVE ';' TO REG-HRC-NOV(100:1)
                               MOVE WS-LC-ID     TO HRN-CONT-ID
                               WRITE REG-HRC-NOV
                               IF WS-FSTATUS NOT EQUAL ZEROS
                                   DISPLAY 'ERRO AO GRAVAR HIST.REC. '
                                   HRN-ID ' ST: ' WS-FSTATUS
                                   ADD 1 TO WS-QTD-ERR
                                   MOVE ZEROS TO WS-FSTATUS
                               ELSE
                                   ADD 1 TO WS-QTD-HRC
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-HRC-ANT ARQ-HRC-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE DespesHist.txt PARA DespesHistN.txt------------------*
       6000-CONVERTE-HIST-DESPESAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-HDP-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'DespesHist.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-HDP-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR DespesHistN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-HDP-ANT
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-HDP-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE HDA-CONTA    TO WS-LC-NOME
                               PERFORM 8000-LOCALIZA-CONTA
                               IF WS-LC-QTD NOT EQUAL 1
                                   MOVE 'HIST.DESPES' TO WS-PD-ARQ
                                   MOVE HDA-ID        TO WS-PD-CHAVE
                                   PERFORM 8100-LISTA-PENDENCIA
                               END-IF
                               MOVE REG-HDP-ANT  TO REG-HDP-NOV
                               MOVE ';' TO REG-HDP-NOV(100:1)
                               MOVE WS-LC-ID     TO HDN-CONT-ID
                               WRITE REG-HDP-NOV
                               IF WS-FSTATUS NOT EQUAL ZEROS
                                   DISPLAY 'ERRO AO GRAVAR HIST.DESP. '
                                   HDN-ID ' ST: ' WS-FSTATUS
                                   ADD 1 TO WS-QTD-ERR
                                   MOVE ZEROS TO WS-FSTATUS
                               ELSE
                                   ADD 1 TO WS-QTD-HDP
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-HDP-ANT ARQ-HDP-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE Fecham.txt PARA FechamN.txt. SO OS REGISTROS DE------*
      *----SALDO ('S') RECEBEM O CONT-ID; OS DEMAIS SAO COPIADOS----------*
       7000-CONVERTE-FECHAMENTOS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-FCH-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Fecham.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-FCH-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR FechamN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-FCH-ANT
               ELSE
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-FCH-ANT
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE REG-FCH-ANT  TO REG-FCH-NOV
                               IF FCA-TIPO EQUAL 'S'
                                   MOVE FCA-CONTA  TO WS-LC-NOME
                                   PERFORM 8000-LOCALIZA-CONTA
                                   IF WS-LC-QTD NOT EQUAL 1
                                       MOVE 'FECHAMENTO' TO WS-PD-ARQ
                                       MOVE FCA-ANOMES   TO WS-PD-CHAVE
                                       PERFORM 8100-LISTA-PENDENCIA
                                   END-IF
                                   MOVE ';'        TO FCN-S-SEP
                                   MOVE WS-LC-ID   TO FCN-S-CONT-ID
                               END-IF
                               WRITE REG-FCH-NOV
                               IF WS-FSTATUS NOT EQUAL ZEROS
                                   DISPLAY 'ERRO AO GRAVAR FECHAM. '
                                   FCA-ANOMES ' ST: ' WS-FSTATUS
                                   ADD 1 TO WS-QTD-ERR
                                   MOVE ZEROS TO WS-FSTATUS
                               ELSE
                                   IF FCA-TIPO EQUAL 'S'
                                       ADD 1 TO WS-QTD-FCH
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-FCH-ANT ARQ-FCH-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----PROCURA WS-LC-NOME NA TABELA DE CONTAS. DEVOLVE EM WS-LC-QTD--*
      *----QUANTAS CONTAS TEM O NOME E EM WS-LC-ID O CODIGO, SO QUANDO---*
      *----FOR UMA UNICA CONTA (ZEROS NOS DEMAIS CASOS)-------------------*
       8000-LOCALIZA-CONTA.
           MOVE ZEROS TO WS-LC-ID
           MOVE ZEROS TO WS-LC-QTD
           MOVE 1 TO WS-LC-IDX
           PERFORM UNTIL WS-LC-IDX > WS-TC-QTD
               IF WS-TC-NOME(WS-LC-IDX) EQUAL WS-LC-NOME
                   ADD 1 TO WS-LC-QTD
                   MOVE WS-TC-ID(WS-LC-IDX) TO WS-LC-ID
               END-IF
               ADD 1 TO WS-LC-IDX
           END-PERFORM
           IF WS-LC-QTD NOT EQUAL 1
               MOVE ZEROS TO WS-LC-ID
           END-IF.

      *----LISTA UM REGISTRO CUJO NOME DE CONTA NAO E DE UMA UNICA CONTA-*
       8100-LISTA-PENDENCIA.
           ADD 1 TO WS-QTD-PEND
           IF WS-LC-QTD EQUAL ZEROS
               MOVE 'CONTA NAO CADASTRADA' TO WS-PD-MOTIVO
           ELSE
               MOVE 'NOME DE MAIS DE UMA CONTA' TO WS-PD-MOTIVO
           END-IF
           DISPLAY 'PENDENTE: ' WS-PD-ARQ ' ' WS-PD-CHAVE ' '
                   WS-LC-NOME ' ' WS-PD-MOTIVO.
