           select retro-file
                  assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is rp-key
                  file status is retro-stat.
