
           close Requests

           if saveIt = "Y"
               call "syncRequestLines" using inRequestID
           end-if

       exit program.

       amendThisRequest.
