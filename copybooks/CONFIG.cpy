           05 cfg-stale-hours pic 9(4).
           05 cfg-retention-days pic 9(4).
           05 cfg-audit-gens pic 9(4).
           05 cfg-pwd-fail-limit pic 9(2).
           05 cfg-pwd-expiry-days pic 9(4).
