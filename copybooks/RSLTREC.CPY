001090*  MODIFICATION HISTORY
001100*  DATE       INIT  DESCRIPTION
001110*  08/22/26   JPM   ORIGINAL VERSION.
001120*  09/02/26   JPM   ADDED THE GL DISPOSITION FIELDS.  GLACKPRC
001130*                   STAMPS EACH RECORD WITH THE GENERAL LEDGER
001140*                   TEAM'S ACCEPT/REJECT ANSWER FOR THE EXTRACT
001150*                   DETAIL THAT CARRIED IT; SPACES MEANS NO
001160*                   ANSWER HAS BEEN PROCESSED YET.
001170*  09/02/26   JPM   ADDED RSLT-AMOUNT - THE SIGNED MONETARY
001180*                   AMOUNT POSTED WITH THE UNIT.  RECORDS
001190*                   POSTED BEFORE THIS CHANGE CARRY SPACES
001200*                   THERE AND READERS MUST GUARD WITH A
001210*                   NUMERIC TEST.
001220*  10/15/26   JPM   ADDED RSLT-REVERSAL-FLAG, SET WHEN A TYPE R
001230*                   UNIT REVERSES THE POSTING; MAIN REFUSES A
001240*                   SECOND REVERSAL UNTIL THE NEXT POST CLEARS IT.
001250*  10/15/26   JPM   ADDED RSLT-RULE-ID - THE HANDLER RULE (TYPE,
001260*                   KEY, VERSION) THAT PRODUCED RSLT-ZAHL2.
001270*                   SPACES ON RECORDS POSTED BEFORE THIS CHANGE.
001280*                   RESEQUENCED THE SOURCE DECK.
001281*  10/15/26   JPM   ADDED RSLT-CURRENCY AND RSLT-BASE-AMOUNT -
001282*                   RSLT-AMOUNT IS IN THE UNIT'S OWN CURRENCY,
001283*                   THE BASE AMOUNT ITS BASE-CURRENCY VALUE AS
001284*                   POSTED.  THIS USES THE LAST OF THE FILLER.
001285*                   SPACES ON RECORDS POSTED BEFORE THIS CHANGE.
001290*****************************************************************
001300 01  RSLTMSTR-RECORD.
001310     05  RSLT-KEY                   PIC 999.
001320     05  RSLT-DESCRIPTION           PIC X(25).
001330     05  RSLT-ZAHL2                 PIC 999.
001340     05  RSLT-RUN-DATE              PIC 9(08).
001350     05  RSLT-GL-DISP               PIC X(01).
001360         88  RSLT-GL-UNANSWERED      VALUE SPACE.
001370         88  RSLT-GL-ACCEPTED        VALUE "A".
001380         88  RSLT-GL-REJECTED        VALUE "R".
001390     05  RSLT-GL-ACK-DATE           PIC X(08).
001400     05  RSLT-AMOUNT                PIC S9(07)V99
001410                                    SIGN LEADING SEPARATE.
001420     05  RSLT-REVERSAL-FLAG         PIC X(01).
001430         88  RSLT-IS-REVERSED        VALUE "Y".
001440     05  RSLT-RULE-ID.
001450         10  RSLT-RULE-TYPE         PIC X(01).
001460         10  RSLT-RULE-KEY          PIC 999.
001470         10  RSLT-RULE-VERSION      PIC 9(04).
001480     05  RSLT-CURRENCY              PIC X(03).
001490     05  RSLT-BASE-AMOUNT           PIC S9(07)V99
001500                                    SIGN LEADING SEPARATE.
