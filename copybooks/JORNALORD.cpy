   05 JORD-VALOR           PIC S9(5)V99.
   05 JORD-SALDO           PIC S9(5)V99.
   05 JORD-REF-TRANSF      PIC X(14).
   05 JORD-REF-ESTORNO REDEFINES JORD-REF-TRANSF.
      10 JORD-EST-MARCA       PIC X.
         88 JORD-E-ESTORNO    VALUE "E".
         88 JORD-ESTORNADO    VALUE "X".
      10 JORD-EST-SEQUENCIA   PIC 9(7).
      10 JORD-EST-SUPERVISOR  PIC X(6).
   05 JORD-OPERADOR        PIC X(6).
