       01  SECURITY-BACKUP-RECORD.
           COPY "secrec.cpy" REPLACING
               ==SEC-OPERATOR-ID== BY ==BKP-SEC-OPERATOR-ID==
               ==SEC-PIN-SALT== BY ==BKP-SEC-PIN-SALT==
               ==SEC-PIN-HASH== BY ==BKP-SEC-PIN-HASH==
               ==SEC-OPERATOR-NAME== BY ==BKP-SEC-OPERATOR-NAME==
               ==SEC-AUTHORITY-LEVEL== BY ==BKP-SEC-AUTHORITY-LEVEL==
               ==SEC-AUTH-INQUIRY== BY ==BKP-SEC-AUTH-INQUIRY==
