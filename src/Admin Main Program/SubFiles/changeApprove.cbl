               WHEN "LIMITS  "
                   MOVE "../../../data/TrxLimits.dat"
                       TO WS-TARGET-PATH
               WHEN "BASERATE"
                   MOVE "../../../data/BaseRates.dat"
                       TO WS-TARGET-PATH
               WHEN "ROLEPERM"
                   MOVE "../../../data/RolePermissions.dat"
                       TO WS-TARGET-PATH
           END-EVALUATE
           .

