      *LOT) : CODE ARTICLE (5 CARACTERES) SUIVI DU NUMERO DE LOT (6   *
      *CARACTERES) A TRACER. CARTE ABSENTE OU INCOMPLETE = FIN        *
      *ANORMALE, LE RAPPEL NE PEUT PAS ETRE TRACE SANS SA CIBLE.      *
      *UN NUMERO DE SERIE (15 CARACTERES, COLONNES 12 A 26) PEUT ETRE *
      *DONNE POUR UN ARTICLE SERIALISE : LE LOT EST ALORS CELUI DU    *
      *NUMERO DANS SER0101 (LE LOT PEUT RESTER A BLANC).              *
      *===============================================================*
      *
       01  WS-TRCSYSIN.
           05  WS-TRC-ART-CODE       PIC X(5).
           05  WS-TRC-LOT-NUM        PIC X(6).
           05  WS-TRC-SERIE          PIC X(15).
