001310*    08/22/26  LGIT   SCHEDULED COMMLOCATION PREMISES NOW        *
001320*                     ACCUMULATE IN THEIR OWN SECTION SO EVERY   *
001330*                     LOCATION COUNTS, NOT JUST THE HEAD OFFICE  *
001340*    10/15/26  LGIT   COMMERCIAL EXPOSURE AT OUR CO-INSURANCE   *
001350*                     SHARE                                     *
001400*****************************************************************
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
015300            GROUP BY POSTCODE
015400            ORDER BY POSTCODE
015500     END-EXEC.
015510*    COMMERCIAL EXPOSURE IS ACCUMULATED AT OUR SIGNED SHARE -
015520*    A CO-INSURED RISK HOLDS 100% FIGURES AND THE OTHER LINES
015530*    ARE THE CO-INSURERS' EXPOSURE, NOT OURS
015600     EXEC SQL
015700         DECLARE COMM_CONC_CURSOR CURSOR FOR
015800           SELECT Zipcode, COUNT(*),
015810                  SUM(FirePremium * COALESCE(OurSharePct, 100)
015820                      / 100),
015900                  SUM(FloodPremium * COALESCE(OurSharePct, 100)
015910                      / 100),
015920                  SUM(WeatherPremium * COALESCE(OurSharePct, 100)
015930                      / 100)
016000             FROM COMMERCIAL
016100            GROUP BY Zipcode
016200            ORDER BY Zipcode
016300     END-EXEC.
016210     EXEC SQL
016220         DECLARE LOC_CONC_CURSOR CURSOR FOR
016230           SELECT L.POSTCODE, COUNT(*),
016231                  SUM(L.FIRESUM * COALESCE(B.OURSHAREPCT, 100)
016232                      / 100),
016240                  SUM(L.FLOODSUM * COALESCE(B.OURSHAREPCT, 100)
016241                      / 100),
016242                  SUM(L.WEATHERSUM * COALESCE(B.OURSHAREPCT, 100)
016243                      / 100)
016250             FROM COMMLOCATION L
016251             LEFT OUTER JOIN COMMERCIAL B
016252               ON B.POLICYNUMBER = L.POLICYNUMBER
016260            GROUP BY L.POSTCODE
016270            ORDER BY L.POSTCODE
016280     END-EXEC.
016400 LINKAGE SECTION.
016500 PROCEDURE DIVISION.
