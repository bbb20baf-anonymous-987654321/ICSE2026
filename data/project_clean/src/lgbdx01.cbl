001140*                     RISK VALUE FOR POLICY TYPE F              *
001150*    09/02/26  LGIT   ORIGINAL CURRENCY AND GBP-CONVERTED       *
001160*                     PREMIUM COLUMNS (FXRATE CLOSING RATES)    *
001170*    10/15/26  LGIT   EMPLOYERS' LIABILITY PREMIUM INCLUDED IN  *
001180*                     THE COMMERCIAL RISK VALUE                 *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
018200                  COMMERCIAL.FIREPREMIUM + COMMERCIAL.CRIMEPREMIUM
018300                  + COMMERCIAL.FLOODPREMIUM
018400                  + COMMERCIAL.WEATHERPREMIUM
018410                  + COALESCE(COMMERCIAL.BIPREMIUM, 0)
018415                  + COALESCE(COMMERCIAL.ELPREMIUM, 0),
018420                  COALESCE(COMMERCIAL.CURRENCYCODE, 'GBP')
018500             FROM POLICY, COMMERCIAL
018600            WHERE POLICY.POLICYNUMBER = COMMERCIAL.POLICYNUMBER
