000500* an account: transfers out any remaining balance to another    *
000600* account, then marks the source account closed with a closure  *
000700* date and the authorizing BANK-USERID.                         *
000710* CD28I-CLOSE-REASON says why, for the acquisition/attrition    *
000720* MIS (DATTR01P) - blank is taken as the customer's request.    *
000800*****************************************************************
000900   01  CD28-DATA.
001000     10  CD28I-DATA.
001200       15  CD28I-FROM-ACC                  PIC X(9).
001300       15  CD28I-FROM-CUR-BAL              PIC S9(7)V99 COMP-3.
001400       15  CD28I-TO-ACC                    PIC X(9).
001410       15  CD28I-CLOSE-REASON              PIC X(1).
001420           88  CD28I-CLOSE-CUSTOMER        VALUE "C".
001430           88  CD28I-CLOSE-SWITCHED        VALUE "S".
001440           88  CD28I-CLOSE-PRICE           VALUE "P".
001450           88  CD28I-CLOSE-BANK            VALUE "B".
001460           88  CD28I-CLOSE-REPAID          VALUE "R".
001470           88  CD28I-CLOSE-MATURED         VALUE "M".
001480           88  CD28I-CLOSE-ESTATE          VALUE "E".
001490           88  CD28I-CLOSE-ESCHEATED       VALUE "U".
001495           88  CD28I-CLOSE-REASON-OK       VALUE "C" "S" "P" "B"
001496                                           "R" "M" "E" "U".
001500     10  CD28O-DATA.
001600       15  CD28O-STATUS                    PIC X(1).
001700           88  CD28O-CLOSE-OK              VALUE "Y".
