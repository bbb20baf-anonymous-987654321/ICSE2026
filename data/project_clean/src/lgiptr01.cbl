000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    08/09/26  LGIT   INITIAL VERSION                           *
001110*    10/15/26  LGIT   TRAVEL ('T') CARRIES THE HIGHER IPT RATE  *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
012700     END-EXEC.
012800*    POLICY.IPTAMOUNT IS SET AT ISSUE TIME BY LGAPDB01 USING THE
012900*    RATE APPROPRIATE TO POLICY.POLICYTYPE - ZERO FOR ENDOWMENT
013000*    ('E') POLICIES, WHICH ARE LIFE ASSURANCE AND IPT-EXEMPT, THE
013100*    HIGHER RATE FOR TRAVEL ('T') POLICIES, AND THE STANDARD RATE
013110*    FOR ALL OTHER (GENERAL INSURANCE) LINES.  EACH POLICYTYPE
013120*    PRESENT IN THE PERIOD GETS ITS OWN LINE.
013200     EXEC SQL
013300         DECLARE IPT_CURSOR CURSOR FOR
013400           SELECT POLICYTYPE,
