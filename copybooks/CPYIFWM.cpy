      ******************************************************************
      * Copybook: CPYIFWM
      * Purpose:  Outstanding-warning movement written by a partition
      *           of the COBOLIF edit in place of the direct WRNVSAM
      *           update - the slices run at the same time and the
      *           KSDS takes one writer only. 'R' registers (or
      *           replaces) the client's entry with the CPYIFWO image
      *           carried here, 'L' clears it after a clean
      *           acceptance. PARTMRG applies the movements of every
      *           slice to WRNVSAM once all of them have finished.
      ******************************************************************
       01  WM-REGISTRO.
           03 WM-ACAO                  PIC X.
              88 WM-REGISTRA           VALUE 'R'.
              88 WM-LIMPA              VALUE 'L'.
           03 WM-AVISO.
              05 WM-ID-CLIENTE         PIC 9(06).
              05 WM-RAZAO              PIC 99.
              05 WM-DESCRICAO          PIC X(30).
              05 WM-DATA               PIC 9(08).
              05 WM-ORIGEM             PIC XX.
