      *----------------------------------------------------------------*
      *  SUSPREC - LAYOUT DO REGISTRO DO MESTRE DE ITENS EM SUSPENSO   *
      *  DO RAZAO (SUSPMST), CHAVEADO PELA DATA DE MOVIMENTO E PELA    *
      *  SEQUENCIA DO REJEITADO NO GLREJ DAQUELA DATA. O GLSUSP ABRE   *
      *  UM ITEM (SITUACAO A) PARA CADA REJEITADO QUE O GLEDIT         *
      *  TRANSMITIU NA CONTA TRANSITORIA (NATUREZA T DO COACCTS); O    *
      *  GLCORR BAIXA O ITEM (SITUACAO C) QUANDO O CONTADOR INFORMA A  *
      *  CONTA CERTA, GRAVANDO NO GLEXTRCT O ESTORNO DO SUSPENSO E O   *
      *  LANCAMENTO NA CONTA CORRIGIDA. SUS-DC E O INDICADOR ORIGINAL  *
      *  DO EXTRATO (O MESMO LANCADO NO SUSPENSO).                     *
      *----------------------------------------------------------------*
       01  SUS-RECORD.
           05  SUS-CHAVE.
               10  SUS-DATA-MOV          PIC 9(08).
               10  SUS-SEQ               PIC 9(04).
           05  SUS-CONTA-ORIG            PIC X(06).
           05  SUS-DC                    PIC X(01).
           05  SUS-VALOR                 PIC 9(07)V99.
           05  SUS-MOTIVO                PIC X(25).
           05  SUS-SITUACAO              PIC X(01).
               88  SUS-ABERTO                VALUE 'A'.
               88  SUS-CORRIGIDO             VALUE 'C'.
           05  SUS-CONTA-CORR            PIC X(06).
           05  SUS-DATA-BAIXA            PIC 9(08).
           05  SUS-OPERADOR              PIC X(08).
