      * @BAZ105   AGR  08-08-2026  SE AGREGA HISTORIAL DE ABONOS DE   *
      *                            INTERES Y TRASPASOS AUTOMATICOS    *
      *                            (BARRIDO) DE/HACIA LA ALCANCIA     *
      * @BAZ258   AGR  15-10-2026  SE AGREGA GAT NOMINAL Y REAL Y     *
      *                            RENDIMIENTO REALIZADO POR ALCANCIA *
      ******************************************************************
      * DATOS SOBRES Y ALCANCIA                                        *
      * MBNS6009       NOMBRE DEL COPY DE SALIDA  PARA LA TRX MB09.    *
      * SALALC   (S)   SALDO DE ALCANCIA.                              *
      * HISTALC  (S)   HISTORIAL DE ABONOS DE INTERES Y TRASPASOS      *
      *                AUTOMATICOS (BARRIDO) DE/HACIA LA ALCANCIA      *
      * GATALC   (S)   POR CADA ALCANCIA DE S609-ALCANCIAS (MISMO      *
      *                INDICE): TASA ANUAL VIGENTE, GAT NOMINAL Y REAL *
      *                E INTERESES Y RENDIMIENTO REALIZADO ANUALIZADO  *
      *                DEL PERIODO CONSULTADO (MB7C0670)               *
      ******************************************************************
       01 MBNS6009.
      *
             10 S609-HISTALC-DESC          PIC X(30).
      * @BAZ105-F
      *
      * @BAZ258-I
          05 S609-GATALCS-L                PIC S9(4) COMP.
          05 S609-GATALCS-A                PIC X(01).
          05 S609-GATALCS OCCURS 15 TIMES.
             10 S609-GATALC-TASA           PIC 9(03)V9(04).
             10 S609-GATALC-NOMINAL        PIC S9(03)V9(02).
             10 S609-GATALC-REAL           PIC S9(03)V9(02).
             10 S609-GATALC-REND           PIC S9(05)V9(02).
             10 S609-GATALC-INTERES        PIC S9(13)V9(02).
      * @BAZ258-F
      *
