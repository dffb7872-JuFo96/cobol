           if korr-status = "35"
               open output korr-file
           end-if
           move spaces to korr-record
           move korr-dato to kl-dato
           move ln-kunde-id to kl-kunde-id
           move ln-dok-type to kl-dok-type
