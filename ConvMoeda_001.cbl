      ******************************************************************
      * Author: NATHAN DE FARIA
      * Date: 15/10/2026
      * Purpose: CONVERSAO (UNICA) DOS ARQUIVOS PARA AS CONTAS EM
      *          MOEDA ESTRANGEIRA. TODA CONTA E TODO MOVIMENTO JA
      *          EXISTENTE PASSA A SER EM REAL (BRL):
      *          Contas.txt -> ContasN.txt (MOEDA BRL E SALDO INICIAL
      *          EM R$ IGUAL AO SALDO INICIAL)
      *          Receit.txt -> ReceitN.txt   Despes.txt -> DespesN.txt
      *          ReceitHist.txt -> ReceitHistN.txt
      *          DespesHist.txt -> DespesHistN.txt
      *          (MOEDA BRL, COTACAO 1 E VALOR EM R$ IGUAL AO VALOR)
      *          APOS A EXECUCAO, SUBSTITUIR OS ARQUIVOS ANTIGOS
      *          PELOS GERADOS (RENOMEANDO-OS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvMoeda_001.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CNT-ANT ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\Contas.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNA-ID
           FILE STATUS IS WS-FSTATUS.

           SELECT ARQ-CNT-NOV ASSIGN TO
       'C:\Program Files (x86)\OpenCobolIDE\GnuCOBOL\bin\Pub\ContasN'-
       '.txt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNN-ID
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

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CNT-ANT.
               01 REG-CNT-ANT.
                   03 CNA-ID           PIC 9(04).
                   03 FILLER           PIC X(46).
                   03 CNA-SALD-INI     PIC X(11).

           FD ARQ-CNT-NOV.
               01 REG-CNT-NOV.
                   03 CNN-ID           PIC 9(04).
                   03 FILLER           PIC X(46).
                   03 CNN-SALD-INI     PIC X(11).
                   03 FILLER           PIC X(01).
                   03 CNN-MOEDA        PIC X(03).
                   03 FILLER           PIC X(01).
                   03 CNN-SALD-INI-BRL PIC X(11).

           FD ARQ-REC-ANT.
               01 REG-REC-ANT.
                   03 RCA-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 RCA-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(91).

           FD ARQ-REC-NOV.
               01 REG-REC-NOV.
                   03 RCN-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 RCN-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(91).
                   03 FILLER           PIC X(01).
                   03 RCN-MOEDA        PIC X(03).
                   03 FILLER           PIC X(01).
                   03 RCN-COTAC        PIC 9(04)V9(06).
                   03 FILLER           PIC X(01).
                   03 RCN-VAL-BRL      PIC 9(08)V99.

           FD ARQ-DSP-ANT.
               01 REG-DSP-ANT.
                   03 DPA-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 DPA-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(91).

           FD ARQ-DSP-NOV.
               01 REG-DSP-NOV.
                   03 DPN-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 DPN-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(91).
                   03 FILLER           PIC X(01).
                   03 DPN-MOEDA        PIC X(03).
                   03 FILLER           PIC X(01).
                   03 DPN-COTAC        PIC 9(04)V9(06).
                   03 FILLER           PIC X(01).
                   03 DPN-VAL-BRL      PIC 9(08)V99.

           FD ARQ-HRC-ANT.
               01 REG-HRC-ANT.
                   03 HRA-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 HRA-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(91).

           FD ARQ-HRC-NOV.
               01 REG-HRC-NOV.
                   03 HRN-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 HRN-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(91).
                   03 FILLER           PIC X(01).
                   03 HRN-MOEDA        PIC X(03).
                   03 FILLER           PIC X(01).
                   03 HRN-COTAC        PIC 9(04)V9(06).
                   03 FILLER           PIC X(01).
                   03 HRN-VAL-BRL      PIC 9(08)V99.

           FD ARQ-HDP-ANT.
               01 REG-HDP-ANT.
                   03 HDA-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 HDA-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(91).

           FD ARQ-HDP-NOV.
               01 REG-HDP-NOV.
                   03 HDN-ID           PIC 9(04).
                   03 FILLER           PIC X(01).
                   03 HDN-VAL          PIC 9(06)V99.
                   03 FILLER           PIC X(91).
                   03 FILLER           PIC X(01).
                   03 HDN-MOEDA        PIC X(03).
                   03 FILLER           PIC X(01).
                   03 HDN-COTAC        PIC 9(04)V9(06).
                   03 FILLER           PIC X(01).
                   03 HDN-VAL-BRL      PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       01 WS-FSTATUS           PIC 9(02) VALUE ZEROS.
       01 WS-EOF               PIC 9     VALUE ZERO.
       01 WS-QTD-CNT           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-REC           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-DSP           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-HRC           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-HDP           PIC 9(05) VALUE ZEROS.
       01 WS-QTD-ERR           PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'CONVERSAO DOS ARQUIVOS PARA AS CONTAS EM MOEDA'
           PERFORM 1000-CONVERTE-CONTAS
           PERFORM 2000-CONVERTE-RECEITAS
           PERFORM 3000-CONVERTE-DESPESAS
           PERFORM 4000-CONVERTE-HIST-RECEITAS
           PERFORM 5000-CONVERTE-HIST-DESPESAS
           DISPLAY 'CONVERSAO CONCLUIDA.'
           DISPLAY 'CONTAS CONVERTIDAS......: ' WS-QTD-CNT
           DISPLAY 'RECEITAS CONVERTIDAS....: ' WS-QTD-REC
           DISPLAY 'DESPESAS CONVERTIDAS....: ' WS-QTD-DSP
           DISPLAY 'HIST. RECEITAS..........: ' WS-QTD-HRC
           DISPLAY 'HIST. DESPESAS..........: ' WS-QTD-HDP
           DISPLAY 'ERROS DE GRAVACAO.......: ' WS-QTD-ERR
           DISPLAY 'SUBSTITUA OS ARQUIVOS ANTIGOS PELOS *N.txt.'
           GOBACK.

      *----CONVERTE Contas.txt PARA ContasN.txt------------------------*
       1000-CONVERTE-CONTAS.
           MOVE ZEROS TO WS-FSTATUS
           OPEN INPUT ARQ-CNT-ANT
           IF WS-FSTATUS NOT EQUAL ZEROS
               DISPLAY 'Contas.txt NAO ENCONTRADO - PULADO. ST: '
               WS-FSTATUS
           ELSE
               MOVE ZERO TO WS-EOF
               OPEN OUTPUT ARQ-CNT-NOV
               IF WS-FSTATUS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO CRIAR ContasN.txt ST: '
                   WS-FSTATUS
                   CLOSE ARQ-CNT-ANT
               ELSE
                   MOVE ZEROS TO CNA-ID
                   START ARQ-CNT-ANT KEY IS NOT LESS THAN CNA-ID
                       INVALID KEY
                           MOVE 1 TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF EQUAL 1
                       READ ARQ-CNT-ANT NEXT RECORD
                           AT END
                               MOVE 1 TO WS-EOF
                           NOT AT END
                               MOVE REG-CNT-ANT  TO REG-CNT-NOV
                               MOVE ';' TO REG-CNT-NOV(62:1)
                               MOVE 'BRL'        TO CNN-MOEDA
                               MOVE ';' TO REG-CNT-NOV(66:1)
                               MOVE CNA-SALD-INI TO CNN-SALD-INI-BRL
                               WRITE REG-CNT-NOV
                                   INVALID KEY
                                       DISPLAY 'ERRO AO GRAVAR CONTA '
                                       CNN-ID
                                       ADD 1 TO WS-QTD-ERR
                                   NOT INVALID KEY
                                       ADD 1 TO WS-QTD-CNT
                               END-WRITE
                       END-READ
                   END-PERFORM
                   MOVE ZERO TO WS-EOF
                   CLOSE ARQ-CNT-ANT ARQ-CNT-NOV
               END-IF
           END-IF
           MOVE ZEROS TO WS-FSTATUS.

      *----CONVERTE Receit.txt PARA ReceitN.txt------------------------*
       2000-CONVERTE-RECEITAS.
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
                               MOVE REG-REC-ANT  TO REG-REC-NOV
                               MOVE ';' TO REG-REC-NOV(105:1)
                               MOVE 'BRL'       TO RCN-MOEDA
                               MOVE ';' TO REG-REC-NOV(109:1)
                               MOVE 1           TO RCN-COTAC
                               MOVE ';' TO REG-REC-NOV(120:1)
                               MOVE RCN-VAL     TO RCN-VAL-BRL
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

      *----CONVERTE Despes.txt PARA DespesN.txt------------------------*
       3000-CONVERTE-DESPESAS.
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
                               MOVE REG-DSP-ANT  TO REG-DSP-NOV
                               MOVE ';' TO REG-DSP-NOV(105:1)
                               MOVE 'BRL'       TO DPN-MOEDA
                               MOVE ';' TO REG-DSP-NOV(109:1)
                               MOVE 1           TO DPN-COTAC
                               MOVE ';' TO REG-DSP-NOV(120:1)
                               MOVE DPN-VAL     TO DPN-VAL-BRL
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

      *----CONVERTE ReceitHist.txt PARA ReceitHistN.txt----------------*
       4000-CONVERTE-HIST-RECEITAS.
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
                               MOVE REG-HRC-ANT  TO REG-HRC-NOV
                               MOVE ';' TO REG-HRC-NOV(105:1)
                               MOVE 'BRL'       TO HRN-MOEDA
                               MOVE ';' TO REG-HRC-NOV(109:1)
                               MOVE 1           TO HRN-COTAC
                               MOVE ';' TO REG-HRC-NOV(120:1)
                               MOVE HRN-VAL     TO HRN-VAL-BRL
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

      *----CONVERTE DespesHist.txt PARA DespesHistN.txt----------------*
       5000-CONVERTE-HIST-DESPESAS.
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
                               MOVE REG-HDP-ANT  TO REG-HDP-NOV
                               MOVE ';' TO REG-HDP-NOV(105:1)
                               MOVE 'BRL'       TO HDN-MOEDA
                               MOVE ';' TO REG-HDP-NOV(109:1)
                               MOVE 1           TO HDN-COTAC
                               MOVE ';' TO REG-HDP-NOV(120:1)
                               MOVE HDN-VAL     TO HDN-VAL-BRL
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
