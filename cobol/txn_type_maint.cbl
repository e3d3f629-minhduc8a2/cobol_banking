               "ACH-CREDIT     ACH credit received       CNNYN".
           05 FILLER PIC X(46) VALUE
               "ACH-DEBIT      ACH payment sent          DNNYN".
           05 FILLER PIC X(46) VALUE
               "ANALYSIS-FEE   Account analysis charge   DYNYN".
           05 FILLER PIC X(46) VALUE
               "BACKDATE-ADJ   Backdated adjustment      BNNNN".
           05 FILLER PIC X(46) VALUE
               "CHECK-PAID     Check paid                DNNYN".
           05 FILLER PIC X(46) VALUE
               "CHECK-DEPOSIT  Check deposited           CNNYN".
           05 FILLER PIC X(46) VALUE
               "DEBIT-INTEREST Overdraft interest        DNYNN".
           05 FILLER PIC X(46) VALUE
               "DEPOSIT        Cash deposit              CNNYN".
           05 FILLER PIC X(46) VALUE
               "DISPUTE-REVERSEDispute credit reversed   DNNNN".
           05 FILLER PIC X(46) VALUE
               "ESCHEAT        Escheated to the state    DNNNN".
           05 FILLER PIC X(46) VALUE
               "ESCROW-DEPOSIT Escrow deposit            BNNNN".
           05 FILLER PIC X(46) VALUE
               "ESCROW-DISBURSEEscrow disbursement       BNNNN".
           05 FILLER PIC X(46) VALUE
               "ESTATE-SETTLE  Estate settlement         BNNNN".
           05 FILLER PIC X(46) VALUE
               "EXCESS-WD-FEE  Excess savings withdrawal DYNYN".
           05 FILLER PIC X(46) VALUE
               "FEE            Service fee               DYNYN".
           05 FILLER PIC X(46) VALUE
               "FX-CASH-SELL   Foreign cash sold         BNNNN".
           05 FILLER PIC X(46) VALUE
               "FX-REVAL       FX revaluation            BNNNN".
           05 FILLER PIC X(46) VALUE
               "GOAL-EARLY-WD  Goal savings early wdrl   BNNNN".
           05 FILLER PIC X(46) VALUE
               "GOAL-RELEASE   Goal savings released     BNNNN".
           05 FILLER PIC X(46) VALUE
               "INSTANT-IN     Instant payment received  CNNYN".
           05 FILLER PIC X(46) VALUE
               "INSTANT-OUT    Instant payment sent      DNNYY".
           05 FILLER PIC X(46) VALUE
               "INSTANT-SETTLE Instant payment settled   BNNNN".
           05 FILLER PIC X(46) VALUE
               "INTEREST       Interest paid to you      CNYNN".
           05 FILLER PIC X(46) VALUE
               "ITEM-FEE       Per-item activity charge  DYNYN".
           05 FILLER PIC X(46) VALUE
               "LEVY-REMIT     Legal order remittance    DNNNN".
           05 FILLER PIC X(46) VALUE
               "LINE-INTEREST  Credit line interest      DNYNN".
           05 FILLER PIC X(46) VALUE
               "LLA-PROVISION  Loan loss provision       CNNNN".
           05 FILLER PIC X(46) VALUE
               "LLA-RELEASE    Loan loss release         DNNNN".
           05 FILLER PIC X(46) VALUE
               "LOAN-DISBURSE  Loan funds disbursed      CNNNN".
           05 FILLER PIC X(46) VALUE
               "LOAN-INTEREST  Loan interest             DNYNN".
           05 FILLER PIC X(46) VALUE
               "LOAN-LATE-FEE  Loan late charge          DYNYN".
           05 FILLER PIC X(46) VALUE
               "LOAN-PRINCIPAL Loan principal            DNNNN".
           05 FILLER PIC X(46) VALUE
               "OFFCHK-PAID    Official check paid       DNNNN".
           05 FILLER PIC X(46) VALUE
               "OFFCHK-VOID    Official check voided     BNNNN".
           05 FILLER PIC X(46) VALUE
               "POD-PAYOUT     Payable-on-death payout   BNNNN".
           05 FILLER PIC X(46) VALUE
               "PROMO-BONUS    Promotion bonus           CNNNN".
           05 FILLER PIC X(46) VALUE
               "RECOVERY-CREDITPosting recovery credit   CNNNN".
           05 FILLER PIC X(46) VALUE
               "RETIRE-CONTRIB Retirement contribution   BNNNN".
           05 FILLER PIC X(46) VALUE
               "RETIRE-DISTRIB Retirement distribution   BNNNN".
           05 FILLER PIC X(46) VALUE
               "RETIRE-WITHHOLDRetirement tax withheld   DNNNN".
           05 FILLER PIC X(46) VALUE
               "RETURNED-DEP   Deposited check returned  DNNYN".
           05 FILLER PIC X(46) VALUE
               "REVERSAL       Transaction reversed      BNNNN".
           05 FILLER PIC X(46) VALUE
               "SAFEBOX-FEE    Safe deposit box rent     DYNYN".
           05 FILLER PIC X(46) VALUE
               "SCRA-REFUND    Servicemember int refund  CNYNN".
           05 FILLER PIC X(46) VALUE
               "STANDING-ORDER Standing order            DNNYY".
           05 FILLER PIC X(46) VALUE
           05 FILLER PIC X(46) VALUE
               "WITHDRAWAL     Cash withdrawal           DNNYN".
       01 WS-SEED-TABLE REDEFINES WS-SEED-DATA.
           05 WS-SEED-ENTRY OCCURS 71 TIMES.
               10 WS-SE-CODE        PIC X(15).
               10 WS-SE-DESC        PIC X(26).
               10 WS-SE-NATURE      PIC X(01).
                   END-READ
           END-START
           PERFORM VARYING WS-SEED-IX FROM 1 BY 1
                   UNTIL WS-SEED-IX > 71
               MOVE WS-SE-CODE(WS-SEED-IX)       TO TT-CODE
               MOVE WS-SE-DESC(WS-SEED-IX)       TO TT-DESCRIPTION
               MOVE WS-SE-NATURE(WS-SEED-IX)     TO TT-NATURE
