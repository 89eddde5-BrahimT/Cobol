      *value + 0000 returns every factor pair on file for that
      *value, which is how the reverse-lookup run answers "which
      *cells produce this number". The file is rebuilt by every
      *Exercise3 regeneration and kept in step by TBLAPPR and
      *OVRAPPLY, so the answers are never stale.
       01  VALKEY-RECORD.
           05  VALKEY-KEY.
