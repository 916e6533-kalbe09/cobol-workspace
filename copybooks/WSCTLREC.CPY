001070*  MODIFICATION HISTORY
001080*  DATE       INIT  DESCRIPTION
001090*  08/08/26   JPM   ORIGINAL VERSION.
001100*  09/02/26   JPM   ADDED BETRAG, THE UNIT'S SIGNED MONETARY
001110*                   AMOUNT.  THE HANDLERS RECEIVE IT WITH THE
001120*                   UNIT AND PASS IT BACK UNTOUCHED - THE RUN
001130*                   BALANCES INPUT VALUE AGAINST AUDITED VALUE,
001140*                   SO NO HANDLER MAY INVENT OR DESTROY MONEY.
001150*  10/15/26   JPM   ADDED CTL-UNIT-DATE, THE DATE THE CALLER IS
001160*                   PROCESSING THE UNIT UNDER, AND CTL-RULE-ID,
001170*                   THE HANDLER RULE (TYPE, KEY, VERSION) THE
001180*                   HANDLER APPLIED.  THE HANDLERS TAKE THEIR
001190*                   VALUES FROM THE RULEMSTR RULE IN FORCE ON
001200*                   THE UNIT DATE; SPACES IN CTL-RULE-ID MEAN
001210*                   NO HANDLER RAN FOR THE UNIT.  RESEQUENCED
001220*                   THE SOURCE DECK.
001230*****************************************************************
001240 01  WS-CONTROL-RECORD.
001250     05  ZAHL                       PIC 999.
001260     05  ZAHL2                      PIC 999.
001270     05  BETRAG                     PIC S9(07)V99
001280                                    SIGN LEADING SEPARATE.
001290     05  CTL-UNIT-DATE              PIC 9(08).
001300     05  CTL-RULE-ID.
001310         10  CTL-RULE-TYPE          PIC X(01).
001320         10  CTL-RULE-KEY           PIC 999.
001330         10  CTL-RULE-VERSION       PIC 9(04).
