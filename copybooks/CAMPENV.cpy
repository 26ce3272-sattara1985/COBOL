      ******************************************************************
      * Shared record layout of CAMPENV.DAT, the per-person mailing
      * history. One record per person, date and campaign; letters
      * and labels produced outside a campaign carry CODIGO-CAMP-CE
      * in spaces. The key starts with the person number so the date
      * of a person's last mailing is one START away. TIPO-CE is the
      * piece (C carta, E etiqueta, L etiqueta por codigo postal).
      * RESPUESTA-CE is blank until a response is captured (P
      * positiva, N negativa, D devuelta) with its date and operator.
      ******************************************************************
       01  CAMPENV-REC.
           05 CLAVE-CE.
               10 NUMERO-PERSONA-CE PIC 9(6).
               10 FECHA-ENVIO-CE PIC 9(8).
               10 CODIGO-CAMP-CE PIC X(8).
           05 TIPO-CE PIC X.
           05 OPERADOR-CE PIC X(10).
           05 RESPUESTA-CE PIC X.
           05 FECHA-RESP-CE PIC 9(8).
           05 OPERADOR-RESP-CE PIC X(10).
