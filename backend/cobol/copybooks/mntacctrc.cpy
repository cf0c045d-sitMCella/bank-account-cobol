001200     88 MAINT-INVALID-ACCOUNT-STATUS VALUE "71".
001300     88 CLOSE-BALANCE-NOT-ZERO VALUE "74".
001400     88 NO-CHANGE-REQUESTED VALUE "75".
001500     88 MAINT-HOLDERS-STILL-OPEN VALUE "98".
