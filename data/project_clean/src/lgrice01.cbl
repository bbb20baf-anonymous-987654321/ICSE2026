001205*                    SUSPENDED OR UNKNOWN REINSURER STOPS THE    *
001206*                    RUN, AND EACH CESSION NOW CARRIES THE       *
001207*                    REINSURER IT WAS PASSED TO                  *
001225*    10/15/26  LGIT   EACH CESSION CARRIES ITS TREATY AS WELL    *
001244*                    SO LGRITA01 CAN STATE THE TECHNICAL         *
001262*                    ACCOUNT PER REINSURER AND TREATY            *
001281*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER.    IBM-370.
031000                     RetainedPremium,
031100                     CededPremium,
031200                     CessionDate,
031210                     ReinsurerId,
031220                     TreatyId
031300                   )
031400            VALUES (
031500                     :DB2-POLICYNUMBER,
031800                     :WS-RETAINED-PREMIUM,
031900                     :WS-CEDED-PREMIUM,
032000                     :WS-CESSION-DATE-ISO,
032010                     :DB2-REINSURERID,
032020                     :WS-TREATY-ID
032100                   )
032200     END-EXEC.
032300     IF SQLCODE NOT EQUAL 0
