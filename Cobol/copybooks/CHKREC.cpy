           05 chk-cycle           pic 9(2).
           05 chk-flagupd-count   pic 9(9).
           05 chk-run-date        pic 9(8).
           05 chk-quota-refused-count pic 9(9).
           05 chk-transfer-count  pic 9(9).
           05 chk-transfer-rej-count pic 9(9).
           05 chk-fwm-change-count pic 9(9).
           05 chk-no-account-count pic 9(9).
           05 chk-replay-count    pic 9(9).
           05 chk-fallback-count  pic 9(9).
           05 chk-fallback-dry-count pic 9(9).
