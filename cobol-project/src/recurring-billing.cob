               ==TXN-IS-UPDATE== BY ==WK-IS-UPDATE==
               ==TXN-IS-DELETE== BY ==WK-IS-DELETE==
               ==TXN-IS-DEACTIVATE== BY ==WK-IS-DEACTIVATE==
               ==TXN-IS-LIMIT-CHANGE== BY ==WK-IS-LIMIT-CHANGE==
               ==TXN-ID== BY ==WK-ID==
               ==TXN-NAME== BY ==WK-NAME==
               ==TXN-EMAIL== BY ==WK-EMAIL==
