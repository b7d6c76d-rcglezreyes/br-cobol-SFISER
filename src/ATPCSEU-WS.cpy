      *----------------------------------------------------------------
      * Libreria de utilidad para cifrar un numero de cuenta en otro
      * de 16 digitos con una clave: la misma cuenta con la misma
      * clave da siempre el mismo resultado (en cualquier archivo y en
      * cualquier corrida) y dos numeros de 16 digitos distintos nunca
      * dan el mismo, sin tabla de correspondencia que guardar. Sin la
      * clave no se vuelve al numero original. La usan la
      * anonimizacion de cuentas cerradas (ATPC854) y el extracto
      * enmascarado para QA (ATPC855), cada uno con su propia clave.
      *
      * Calculo: las letras y los espacios del numero se pasan a
      * digitos; las dos mitades de 8 digitos pasan por cuatro rondas
      * en las que la mitad derecha, por el multiplicador de la ronda
      * mas la clave (modulo 10**8), se suma modulo 10**8 a la
      * izquierda y las mitades se cruzan. Cada ronda es reversible.
      *
      * Datos de entrada:
      *  - WS-ATPCSEU-CLAVE        PIC 9(08).
      *  - WS-ATPCSEU-NUMCUENTA    PIC X(16).
      *
      * Datos de salida:
      *  - WS-ATPCSEU-CIFRADO      PIC X(16) (16 digitos).
      *  - WS-ATPCSEU-RETORNO-COD / -OK / -ERROR (el numero lleva
      *    caracteres que no se pueden pasar a digitos).
      *  - WS-ATPCSEU-RETORNO-DESC.
      *----------------------------------------------------------------

       01  WS-ATPCSEU-ENTRADA.
           05  WS-ATPCSEU-CLAVE                PIC 9(08).
           05  WS-ATPCSEU-NUMCUENTA            PIC X(16).

       01  WS-ATPCSEU-SALIDA.
           05  WS-ATPCSEU-CIFRADO              PIC X(16).

      * Auxiliares del calculo: dos mitades de 8 digitos y un
      * multiplicador por ronda
       01  WS-ATPCSEU-DIGITOS                  PIC X(16).
       01  FILLER REDEFINES WS-ATPCSEU-DIGITOS.
           05  WS-ATPCSEU-DIG-IZQ              PIC 9(08).
           05  WS-ATPCSEU-DIG-DER              PIC 9(08).
       01  WS-ATPCSEU-RONDAS-DEF.
           05  FILLER  PIC X(32) VALUE
               "73856093193496632654435761805459".
       01  FILLER REDEFINES WS-ATPCSEU-RONDAS-DEF.
           05  WS-ATPCSEU-RONDA-MULT OCCURS 4 TIMES PIC 9(08).
       77  WS-ATPCSEU-RONDA                    PIC 9(01).
       77  WS-ATPCSEU-PRODUCTO                 PIC 9(17).
       77  WS-ATPCSEU-COCIENTE                 PIC 9(09).
       77  WS-ATPCSEU-FUNCION-F                PIC 9(08).
       77  WS-ATPCSEU-SUMA                     PIC 9(09).
       77  WS-ATPCSEU-NUEVO-DER                PIC 9(08).

       01  WS-ATPCSEU-RETORNO.
           05  WS-ATPCSEU-RETORNO-COD          PIC 9(01).
               88  WS-ATPCSEU-RETORNO-OK       VALUE 0.
               88  WS-ATPCSEU-RETORNO-ERROR    VALUE 9.
           05  WS-ATPCSEU-RETORNO-DESC         PIC X(200).
