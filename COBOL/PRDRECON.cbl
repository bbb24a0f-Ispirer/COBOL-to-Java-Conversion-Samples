              WHERE NOT EXISTS
                 (SELECT 1 FROM PROD
                  WHERE PROD.PROD_ID = V.PROD_ID)
              UNION ALL
              SELECT K.PROD_ID, 'PROD_COST'
              FROM PROD_COST K
              WHERE NOT EXISTS
                 (SELECT 1 FROM PROD
                  WHERE PROD.PROD_ID = K.PROD_ID)
           END-EXEC.

           EXEC SQL
