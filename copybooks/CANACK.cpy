001400*                                                                *
001500*    MOD LOG :                                                   *
001600*     2026-08-21  TDB  ORIGINAL COPYBOOK - ACK/ESCALATION.       *
001610*     2026-10-15  TDB  ACK SOURCE ADDED: 'O' FOR AN ACK KEYED ON *
001620*                      THE CACK ONLINE TRANSACTION (CANATRN),    *
001630*                      'D' FOR ONE POSTED BY CANALRT FROM THE    *
001640*                      ACKIN DECK.  SPACE ON EARLIER RECORDS AND *
001650*                      ON ESCALATIONS.                           *
001700******************************************************************
001800 01  CANY-ACK-RECORD.
001900     05  CANY-ACK-TYPE           PIC X(01).
003100     05  CANY-ACK-TIMESTAMP      PIC X(17).
003200     05  FILLER                  PIC X(01)  VALUE SPACE.
003300     05  CANY-ACK-ACTION         PIC X(30).
003400     05  FILLER                  PIC X(01)  VALUE SPACE.
003500     05  CANY-ACK-SOURCE         PIC X(01).
003600         88  CANY-ACK-ONLINE            VALUE 'O'.
003700         88  CANY-ACK-FROM-DECK         VALUE 'D'.
