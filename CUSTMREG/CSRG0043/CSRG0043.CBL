      *                     THE LIVE RULES01 - THE EXACT SILENT-       *
      *                     FALLBACK INCIDENT THIS LIFECYCLE EXISTS    *
      *                     TO PREVENT.                                *
      *    15/10/2026 RMM - NEW CSRGVALD KEYWORD PHONEDDD (Y/N) LINTED *
      *                     AND SHOWN IN THE EFFECTIVE RULES.          *
      *----------------------------------------------------------------*
      *                                                                *
      *================================================================*
          03 WRK-EFF-CEPMASK                     PIC X(01) VALUE 'Y'.
          03 WRK-EFF-BIRTHYYMIN                  PIC 9(04) VALUE 1900.
          03 WRK-EFF-BIRTHYYMAX                  PIC 9(04) VALUE 2099.
          03 WRK-EFF-PHONEDDD                    PIC X(01) VALUE 'Y'.

      *PROMOTION BANNER WRITTEN AHEAD OF THE PROMOTED CARDS - A
      *COMMENT CARD, SO CSRGVALD IGNORES IT:
                                       TO WRK-EFF-BIRTHYYMAX
                 END-IF

              WHEN 'PHONEDDD'
                 PERFORM 2200-LINT-YN-VALUE
                 IF WRK-RULE-VALUE (1:1) EQUAL 'Y' OR 'N'
                    MOVE WRK-RULE-VALUE (1:1)
                                       TO WRK-EFF-PHONEDDD
                 END-IF

              WHEN OTHER
                 ADD 1                 TO WRK-LINT-ERROR-COUNTER
                 MOVE SPACES           TO WRK-RULERPT-LINE
           MOVE SPACES                 TO WRK-RULERPT-LINE.
           STRING '   BIRTHYYMIN.: ' WRK-EFF-BIRTHYYMIN
                  '   BIRTHYYMAX.: ' WRK-EFF-BIRTHYYMAX
                  '   PHONEDDD...: ' WRK-EFF-PHONEDDD
                                       DELIMITED BY SIZE
                                       INTO WRK-RULERPT-LINE.
           PERFORM 2800-WRITE-REPORT-LINE.
