      ******************************************************************
      * Control register request block, shared EXTERNAL between the
      * programs that read or write a critical data file and
      * PROG064, which keeps CTLREG.TXT. The caller fills
      * CTP-ARQUIVO, CTP-PROGRAMA and CTP-FUNCAO before
      * CALL 'PROG064':
      *   V  verify the file against its register line before a
      *      batch uses it;
      *   G  register the file as just written by the caller;
      *   R  resync after a documented correction (supervisor only,
      *      checked by PROG063), with the reason in CTP-MOTIVO.
      * PROG064 hands back CTP-RETORNO: S file matches (or was
      * registered), D mismatch - the caller stops - and E control
      * files unusable. CTP-QTD and CTP-HASH carry what the file
      * holds now.
      ******************************************************************
       01 CTL-PEDIDO EXTERNAL.
           05 CTP-FUNCAO PIC X(1).
           05 CTP-ARQUIVO PIC X(16).
           05 CTP-PROGRAMA PIC X(8).
           05 CTP-MOTIVO PIC X(40).
           05 CTP-RETORNO PIC X(1).
           05 CTP-QTD PIC 9(7).
           05 CTP-HASH PIC 9(16)V99.
